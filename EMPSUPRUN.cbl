       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSUPRUN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * SUPPLEMENTAL (ONE-TIME) PAYMENT RUN.
      *
      * BONUSES, SIGN-ON PAYMENTS AND SPOT AWARDS ARE PAID THROUGH
      * THIS RUN INSTEAD OF A MANUAL CHEQUE, SO THEY REACH EMPYTD,
      * THE GL AND THE ANNUAL STATEMENT. IT APPLIES THE ONE-TIME
      * PAYMENTS FILE (EMPSUPT.DAT):
      *   EMPID 9(5), PAYMENT TYPE X(3), AMOUNT 9(7)V99,
      *   PERIOD 9(6) (YYYYMM)
      * PAYMENT TYPES: BON - BONUS, SGN - SIGN-ON, AWD - SPOT AWARD.
      * THE FILE CARRIES THE SAME BATCH CONTROLS AS THE OTHER
      * TRANSACTION FEEDS: AN "H" HEADER (BATCH ID AND DATE), A "T"
      * TRAILER (DETAIL COUNT AND AMOUNT HASH), AND A BATCH ID NOT
      * APPLIED BEFORE. A TRUNCATED OR RE-SENT FILE IS REJECTED
      * WHOLE, WHICH IS ALSO WHAT MAKES A RERUN SAFE.
      *
      * EACH PAYMENT IS TAXED AT THE SUPPLEMENTAL FLAT RATE OF THE
      * RATE SET IN FORCE ON PAYRATES.DAT - NO PENSION OR HEALTH IS
      * TAKEN FROM IT. AN EMPLOYEE PLACED AT A WORK LOCATION
      * (EMPLOC) WHOSE LOCATION NAMES ITS OWN RATES MASTER ON
      * WORKLOC.DAT IS TAXED AT THE SUPPLEMENTAL RATE OF THE SET IN
      * FORCE ON THAT MASTER INSTEAD, AS EMPPAYRUN TAXES THEIR
      * REGULAR PAY; A LOCATION SET KEYED WITHOUT A SUPPLEMENTAL
      * RATE FALLS BACK TO PAYRATES.DAT'S. WITH NO SET IN FORCE ON
      * THE LOCATION'S MASTER THE PAYMENT IS REJECTED - HEAD OFFICE
      * TAX IS NEVER GUESSED FOR ANOTHER STATE.
      *
      * EACH PAYMENT GETS ITS OWN PAYSLIP LINE (EMPSUPSLP.DAT) AND
      * IS ROLLED INTO THE EMPLOYEE'S EMPYTD YEAR RECORD (THE
      * YEAR OF THE PAYMENT PERIOD). THE GL POSTING (EMPSUPGL.DAT,
      * THE EMPGLPOST.DAT LAYOUT) IS SUMMARIZED BY DEPARTMENT: THE
      * SUPPLEM EXPENSE DEBIT AGAINST THE TAX AND NET CREDITS, ALL
      * MAPPED THROUGH GLMAP.DAT. EMPGLSEND "SUPP" TRANSMITS IT.
      *
      * THE RUN HAS ITS OWN OUTPUT FILES AND NEVER TOUCHES THE
      * EMPPAYRUN CHECKPOINT OR POSTED-PERIOD MARKER. A DEPARTMENT
      * WITH NO GL MAPPING FOR ONE OF THE THREE ELEMENTS REJECTS
      * THE WHOLE BATCH BEFORE ANYTHING IS PAID. REJECTED PAYMENTS
      * GO TO EMPSUPRUN.ERR WITH A REASON.
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
        SELECT YTD-FILE ASSIGN "EMPYTD"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-YTD-FILE-STATUS
                       RECORD KEY YTD-KEY.
        SELECT TRANS-FILE ASSIGN "EMPSUPT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT RATES-FILE ASSIGN "PAYRATES.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RATE-FILE-STATUS.
        SELECT LOC-FILE ASSIGN "EMPLOC"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ELO-FILE-STATUS
                       RECORD KEY ELO-EMPID.
        SELECT LOCRATES-FILE ASSIGN TO DYNAMIC WS-LOC-RATES-NAME
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-LRT-FILE-STATUS.
        SELECT GLMAP-FILE ASSIGN "GLMAP.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GLM-FILE-STATUS.
        SELECT PAYSLIP-FILE ASSIGN "EMPSUPSLP.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SLIP-FILE-STATUS.
        SELECT GLPOST-FILE ASSIGN "EMPSUPGL.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GL-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPSUPRUN.ERR"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ERR-FILE-STATUS.
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

       FD YTD-FILE
       RECORD 100.
       01 YTD-REC.
          05 YTD-KEY.
             10 YTD-YEAR       PIC 9(04).
             10 YTD-EMPID      PIC 9(05).
          05 YTD-NAME          PIC X(20).
          05 YTD-DEPT          PIC 9(03).
          05 YTD-GROSS         PIC 9(09)V99.
          05 YTD-TAX           PIC 9(09)V99.
          05 YTD-PENSION       PIC 9(09)V99.
          05 YTD-HEALTH        PIC 9(09)V99.
          05 YTD-VOLDED        PIC 9(09)V99.
          05 YTD-NET           PIC 9(09)V99.
          05 YTD-MONTHS        PIC 9(02).

       FD TRANS-FILE
       RECORD 24.
       01 TRANS-REC.
          05 TRN-ACTION        PIC X(01).
             88 TB-HEADER-REC  VALUE "H".
             88 TB-TRAILER-REC VALUE "T".
          05 TRN-EMPID         PIC 9(05).
          05 TRN-PAY-TYPE      PIC X(03).
             88 TRN-TYPE-VALID VALUE "BON" "SGN" "AWD".
          05 TRN-AMOUNT        PIC 9(07)V99.
          05 TRN-PERIOD.
             10 TRN-PERIOD-YEAR  PIC 9(04).
             10 TRN-PERIOD-MONTH PIC 9(02).
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TRN-EMPID-X       PIC X(05).
          05 FILLER            PIC X(03).
          05 TRN-AMOUNT-X      PIC X(09).
          05 TRN-PERIOD-X      PIC X(06).
       01 TRANS-HEADER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-HDR-BATCH-ID   PIC X(08).
          05 TB-HDR-DATE       PIC 9(08).
          05 FILLER            PIC X(07).
       01 TRANS-TRAILER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-TRL-COUNT      PIC 9(05).
          05 TB-TRL-HASH       PIC 9(09)V99.
          05 FILLER            PIC X(07).

      * THE PAYROLL RATES MASTER. ONLY THE EFFECTIVE DATE AND THE
      * SUPPLEMENTAL FLAT RATE MATTER HERE; A RATE SET KEYED BEFORE
      * THE SUPPLEMENTAL RATE WAS ADDED HAS SPACES THERE.
       FD RATES-FILE
       RECORD 40.
       01 RATES-REC.
          05 RT-EFF-DATE       PIC 9(08).
          05 FILLER            PIC X(30).
          05 RT-SUPP-RATE-X    PIC X(02).
          05 RT-SUPP-RATE REDEFINES RT-SUPP-RATE-X
                               PIC V99.

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
          05 FILLER            PIC X(30).
          05 LRT-SUPP-RATE-X   PIC X(02).
          05 LRT-SUPP-RATE REDEFINES LRT-SUPP-RATE-X
                               PIC V99.

       FD GLMAP-FILE
       RECORD 30.
       01 GLMAP-REC.
          05 GLM-ELEMENT       PIC X(08).
          05 GLM-DEPT-FROM     PIC 9(03).
          05 GLM-DEPT-TO       PIC 9(03).
          05 GLM-ACCOUNT       PIC X(16).

       FD PAYSLIP-FILE.
       01 PAYSLIP-LINE.
          05 SLIP-EMPID        PIC 9(05).
          05 FILLER            PIC X(02).
          05 SLIP-NAME         PIC X(20).
          05 FILLER            PIC X(02).
          05 SLIP-DEPT         PIC 9(03).
          05 FILLER            PIC X(02).
          05 SLIP-PAY-TYPE     PIC X(03).
          05 FILLER            PIC X(02).
          05 SLIP-PERIOD       PIC 9(06).
          05 FILLER            PIC X(02).
          05 SLIP-GROSS        PIC 9(07).99.
          05 FILLER            PIC X(02).
          05 SLIP-TAX          PIC 9(07).99.
          05 FILLER            PIC X(02).
          05 SLIP-NET          PIC 9(07).99.

       FD GLPOST-FILE.
       01 GLPOST-LINE.
          05 GL-DEPT           PIC 9(03).
          05 FILLER            PIC X(02).
          05 GL-ACCOUNT        PIC X(16).
          05 FILLER            PIC X(02).
          05 GL-DRCR           PIC X(02).
          05 FILLER            PIC X(02).
          05 GL-AMOUNT         PIC 9(09).99.

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-ACTION        PIC X(01).
          05 FILLER            PIC X(01).
          05 ERR-EMPID         PIC X(05).
          05 FILLER            PIC X(02).
          05 ERR-PAY-TYPE      PIC X(03).
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(35).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-YTD-FILE-STATUS    PIC X(02) VALUE "00".
             88 YTD-STATUS-OK      VALUE "00".
             88 YTD-FILE-NOT-FOUND VALUE "35".
          05 WS-TRN-FILE-STATUS    PIC X(02) VALUE "00".
             88 TRN-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-END       PIC X(01) VALUE "N".
             88 TRN-FILE-END       VALUE "Y".
          05 WS-RATE-FILE-STATUS   PIC X(02) VALUE "00".
             88 RATE-STATUS-OK     VALUE "00".
          05 WS-RATE-FILE-END      PIC X(01) VALUE "N".
             88 RATE-FILE-END      VALUE "Y".
          05 WS-RATES-FOUND        PIC X(01) VALUE "N".
             88 RATES-IN-FORCE     VALUE "Y".
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
          05 WS-GLM-FILE-STATUS    PIC X(02) VALUE "00".
             88 GLM-STATUS-OK      VALUE "00".
          05 WS-GLM-FILE-END       PIC X(01) VALUE "N".
             88 GLM-FILE-END       VALUE "Y".
          05 WS-GLM-HIT            PIC X(01) VALUE "N".
             88 GLM-FOUND          VALUE "Y".
          05 WS-GLM-COMPLETE       PIC X(01) VALUE "Y".
             88 GLM-COMPLETE       VALUE "Y".
          05 WS-SLIP-FILE-STATUS   PIC X(02) VALUE "00".
             88 SLIP-STATUS-OK     VALUE "00".
          05 WS-GL-FILE-STATUS     PIC X(02) VALUE "00".
             88 GL-STATUS-OK       VALUE "00".
          05 WS-ERR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERR-STATUS-OK      VALUE "00".
          05 WS-EMP-FOUND          PIC X(01) VALUE "N".
             88 EMP-FOUND          VALUE "Y".
          05 WS-HEADER-SEEN        PIC X(01) VALUE "N".
             88 HEADER-SEEN        VALUE "Y".
          05 WS-TRAILER-SEEN       PIC X(01) VALUE "N".
             88 TRAILER-SEEN       VALUE "Y".

       01 WS-COUNTS.
          05 WS-PAID-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.

       01 WS-TOTALS.
          05 WS-GRAND-GROSS        PIC 9(11)V99 VALUE ZERO.
          05 WS-GRAND-TAX          PIC 9(11)V99 VALUE ZERO.
          05 WS-GRAND-NET          PIC 9(11)V99 VALUE ZERO.

       01 WS-REASON                PIC X(35) VALUE SPACES.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-DETAILS         PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BATCH-HASH            PIC 9(09)V99 VALUE ZERO.
       01 WS-TRAILER-HASH          PIC 9(09)V99 VALUE ZERO.
       01 BREG-PARM.
          05 BREG-REQUEST          PIC X(01).
          05 BREG-BATCH-ID         PIC X(08).
          05 BREG-RESULT           PIC X(01).

       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
          05 WS-BUS-YEAR           PIC 9(04).
          05 FILLER                PIC 9(04).
       01 WS-RATES-EFF-DATE        PIC 9(08) VALUE ZERO.
       01 WS-SUPP-RATE             PIC V99   VALUE ZERO.
       01 WS-PAY-SUPP-RATE         PIC V99   VALUE ZERO.

      * THE SUPPLEMENTAL RATE OF THE SET IN FORCE ON EACH LOCATION
      * RATES MASTER, READ ONCE THE FIRST TIME A PAYEE THERE IS MET.
      * ZERO MEANS THE SET CARRIES NONE.
       01 WS-LOC-RATES-NAME        PIC X(12) VALUE SPACES.
       01 WS-LR-COUNT              PIC 9(02) VALUE ZERO.
       01 WS-LR-TABLE.
          05 WS-LR-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-LR-COUNT.
             10 WS-LR-FILE         PIC X(12).
             10 WS-LR-FOUND        PIC X(01).
             10 WS-LR-SUPP-RATE    PIC V99.
       01 WS-LR-SUB                PIC 9(02).
       01 WS-LR-BEST-EFF           PIC 9(08).
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

       01 WS-PAY-GROSS             PIC 9(07)V99 VALUE ZERO.
       01 WS-PAY-TAX               PIC 9(07)V99 VALUE ZERO.
       01 WS-PAY-NET               PIC 9(07)V99 VALUE ZERO.

      * THE GL ACCOUNT MAP, LOADED ONCE.
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

      * THE THREE ELEMENTS EVERY SUPPLEMENTAL POSTING USES.
       01 WS-ELEMENT-NAMES.
          05 FILLER PIC X(08) VALUE "SUPPLEM".
          05 FILLER PIC X(08) VALUE "TAX".
          05 FILLER PIC X(08) VALUE "NET".
       01 WS-ELEMENT-TBL REDEFINES WS-ELEMENT-NAMES.
          05 WS-ELEMENT-NAME       PIC X(08) OCCURS 3 TIMES.
       01 WS-ELEMENT-SUB           PIC 9(01).

      * PAYMENT TOTALS BY DEPARTMENT FOR THE GL POSTING. THE
      * PAYMENTS FILE IS IN NO PARTICULAR ORDER.
       01 WS-SDP-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-SDP-TABLE.
          05 WS-SDP-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-SDP-COUNT.
             10 WS-SDP-DEPT        PIC 9(03).
             10 WS-SDP-GROSS       PIC 9(09)V99.
             10 WS-SDP-TAX         PIC 9(09)V99.
             10 WS-SDP-NET         PIC 9(09)V99.
       01 WS-SDP-SUB               PIC 9(03).
       01 WS-SDP-FOUND-SUB         PIC 9(03) VALUE ZERO.

      * THE RUN REWRITES EMPYTD, WHICH HAS NO RECORD-LEVEL
      * INTERLOCK - IT TAKES THE SAME SIDE-FILE LOCK THE PAYROLL
      * PARTITIONS SERIALIZE ON.
       01 ENQ-PARM.
          05 ENQ-REQUEST           PIC X(01).
          05 ENQ-NAME              PIC X(08).
          05 ENQ-PROGRAM           PIC X(08).
          05 ENQ-RESULT            PIC X(01).
          05 ENQ-HOLDER            PIC X(08).
       01 WS-PAYSIDE-LOCK-OURS     PIC X(01) VALUE "N".
       01 WS-LOCK-RC               PIC S9(04) VALUE ZERO.
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPSUPRN".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-APPLY-PAYMENTS THRU 2000-EXIT.
           PERFORM 3000-POST-TO-GL THRU 3000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           MOVE "E" TO ENQ-REQUEST.
           MOVE "PAYSIDE" TO ENQ-NAME.
           MOVE "EMPSUPRN" TO ENQ-PROGRAM.
           CALL "ENQSRV" USING ENQ-PARM.
           IF ENQ-RESULT = "H"
               DISPLAY "SIDE FILES LOCKED BY " ENQ-HOLDER
                       " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "Y" TO WS-PAYSIDE-LOCK-OURS.

           CALL "GETBDATE" USING WS-BUSINESS-DATE.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.

           PERFORM 1100-SELECT-SUPP-RATE THRU 1100-EXIT.
           PERFORM 1150-OPEN-LOCATIONS THRU 1150-EXIT.
           PERFORM 1200-LOAD-GL-MAP THRU 1200-EXIT.
           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.

      * THE YTD ACCUMULATOR FILE IS CREATED ON FIRST USE, THE SAME
      * WAY THE PAYROLL RUN CREATES IT.
           OPEN I-O YTD-FILE.
           IF YTD-FILE-NOT-FOUND
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF.
           IF NOT YTD-STATUS-OK
               DISPLAY "ERROR OPENING YTD-FILE"
               DISPLAY "FILE STATUS : " WS-YTD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.

           OPEN OUTPUT PAYSLIP-FILE.
           IF NOT SLIP-STATUS-OK
               DISPLAY "ERROR OPENING PAYSLIP-FILE"
               DISPLAY "FILE STATUS : " WS-SLIP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.

           OPEN OUTPUT GLPOST-FILE.
           IF NOT GL-STATUS-OK
               DISPLAY "ERROR OPENING GLPOST-FILE"
               DISPLAY "FILE STATUS : " WS-GL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.

           OPEN OUTPUT ERROR-FILE.
           IF NOT ERR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
               DISPLAY "FILE STATUS : " WS-ERR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

      * THE SUPPLEMENTAL RATE COMES FROM THE SAME RATE SET THE
      * PAYROLL RUN USES - THE LATEST EFFECTIVE DATE NOT AFTER THE
      * BUSINESS DATE. WITHOUT ONE NOTHING CAN BE TAXED.
       1100-SELECT-SUPP-RATE.
           OPEN INPUT RATES-FILE.
           IF NOT RATE-STATUS-OK
               DISPLAY "ERROR OPENING RATES-FILE"
               DISPLAY "FILE STATUS : " WS-RATE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
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
                           IF RT-SUPP-RATE-X NUMERIC
                               MOVE RT-SUPP-RATE TO WS-SUPP-RATE
                           ELSE
                               MOVE ZERO TO WS-SUPP-RATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATES-FILE.
           IF NOT RATES-IN-FORCE
               DISPLAY "NO RATE SET IN FORCE ON " WS-BUSINESS-DATE
                       " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           IF WS-SUPP-RATE = ZERO
               DISPLAY "NO SUPPLEMENTAL RATE ON RATE SET "
                       WS-RATES-EFF-DATE " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           DISPLAY "RATES EFFECTIVE " WS-RATES-EFF-DATE
                   " IN FORCE FOR THIS RUN".
       1100-EXIT.
           EXIT.

      * THE LOCATION FILE IS OPTIONAL - WITHOUT IT EVERYONE IS AT
      * HEAD OFFICE, ON PAYRATES.DAT.
       1150-OPEN-LOCATIONS.
           OPEN INPUT LOC-FILE.
           IF ELO-FILE-NOT-FOUND
               GO TO 1150-EXIT
           END-IF.
           IF NOT ELO-STATUS-OK
               DISPLAY "ERROR OPENING LOC-FILE"
               DISPLAY "FILE STATUS : " WS-ELO-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           MOVE "Y" TO WS-LOCATIONS-ACTIVE.
       1150-EXIT.
           EXIT.

      * THE GL ACCOUNT MAPPING MASTER IS MANDATORY - WITHOUT IT
      * NOTHING CAN POST.
       1200-LOAD-GL-MAP.
           OPEN INPUT GLMAP-FILE.
           IF NOT GLM-STATUS-OK
               DISPLAY "ERROR OPENING GLMAP-FILE"
               DISPLAY "FILE STATUS : " WS-GLM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
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
           IF WS-GLM-COUNT = ZERO
               DISPLAY "GL MAP IS EMPTY - NOTHING CAN POST"
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
       1200-EXIT.
           EXIT.

      * THE BATCH IS PROVED FIRST - HEADER, TRAILER, DETAIL COUNT
      * AND AMOUNT HASH BALANCING TO THE TRAILER, EVERY PAYEE'S
      * DEPARTMENT MAPPED FOR ALL THREE ELEMENTS, AND A BATCH ID
      * NOT APPLIED BEFORE - SO A TRUNCATED TRANSFER OR A RE-SENT
      * FILE IS REJECTED WHOLE BEFORE A SINGLE PAYMENT IS MADE.
       1500-VALIDATE-BATCH-CONTROLS.
           OPEN INPUT TRANS-FILE.
           IF NOT TRN-STATUS-OK
               DISPLAY "ERROR OPENING TRANS-FILE"
               DISPLAY "FILE STATUS : " WS-TRN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM UNTIL TRN-FILE-END
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-TRN-FILE-END
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TB-HEADER-REC
                               MOVE "Y" TO WS-HEADER-SEEN
                               MOVE TB-HDR-BATCH-ID TO WS-BATCH-ID
                           WHEN TB-TRAILER-REC
                               MOVE "Y" TO WS-TRAILER-SEEN
                               MOVE TB-TRL-COUNT TO WS-TRAILER-COUNT
                               MOVE TB-TRL-HASH  TO WS-TRAILER-HASH
                           WHEN OTHER
                               ADD 1 TO WS-BATCH-DETAILS
                               IF TRN-AMOUNT-X NUMERIC
                                   ADD TRN-AMOUNT TO WS-BATCH-HASH
                               END-IF
                               PERFORM 1550-CHECK-PAYEE-MAPPED
                                   THRU 1550-EXIT
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.

           IF NOT HEADER-SEEN
               DISPLAY "BATCH HAS NO HEADER - REJECTED"
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           IF NOT TRAILER-SEEN
               DISPLAY "BATCH HAS NO TRAILER - FILE MAY BE "
                       "TRUNCATED - REJECTED"
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           IF WS-BATCH-DETAILS NOT = WS-TRAILER-COUNT
               DISPLAY "BATCH COUNT DOES NOT BALANCE - REJECTED"
               DISPLAY "TRAILER : " WS-TRAILER-COUNT
               DISPLAY "COUNTED : " WS-BATCH-DETAILS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           IF WS-BATCH-HASH NOT = WS-TRAILER-HASH
               DISPLAY "BATCH AMOUNT HASH DOES NOT BALANCE - REJECTED"
               DISPLAY "TRAILER : " WS-TRAILER-HASH
               DISPLAY "COUNTED : " WS-BATCH-HASH
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           IF NOT GLM-COMPLETE
               DISPLAY "GL MAP IS INCOMPLETE - BATCH REJECTED BEFORE "
                       "ANY PAYMENT"
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.

           MOVE "C" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.
           IF BREG-RESULT = "S"
               DISPLAY "BATCH " WS-BATCH-ID
                       " WAS ALREADY APPLIED - REJECTED"
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           DISPLAY "BATCH " WS-BATCH-ID " ACCEPTED, "
                   WS-BATCH-DETAILS " PAYMENTS".

           OPEN INPUT TRANS-FILE.
           IF NOT TRN-STATUS-OK
               DISPLAY "ERROR REOPENING TRANS-FILE"
               DISPLAY "FILE STATUS : " WS-TRN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           MOVE "N" TO WS-TRN-FILE-END.
       1500-EXIT.
           EXIT.

      * A PAYEE NOT ON EMPFILE IS LEFT FOR THE DETAIL EDIT TO
      * REJECT; A PAYEE WHOSE DEPARTMENT CANNOT POST STOPS THE
      * WHOLE BATCH.
       1550-CHECK-PAYEE-MAPPED.
           IF TRN-EMPID-X NOT NUMERIC
               GO TO 1550-EXIT
           END-IF.
           MOVE TRN-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   GO TO 1550-EXIT
           END-READ.
           MOVE EMPDEPT TO WS-GL-LOOKUP-DEPT.
           PERFORM VARYING WS-ELEMENT-SUB FROM 1 BY 1
                   UNTIL WS-ELEMENT-SUB > 3
               MOVE WS-ELEMENT-NAME (WS-ELEMENT-SUB) TO WS-GL-ELEMENT
               PERFORM 3150-FIND-GL-ACCOUNT THRU 3150-EXIT
               IF NOT GLM-FOUND
                   DISPLAY "NO GL MAPPING FOR ELEMENT "
                           WS-GL-ELEMENT " DEPT "
                           WS-GL-LOOKUP-DEPT
                   MOVE "N" TO WS-GLM-COMPLETE
               END-IF
           END-PERFORM.
       1550-EXIT.
           EXIT.

       2000-APPLY-PAYMENTS.
           PERFORM UNTIL TRN-FILE-END
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-TRN-FILE-END
                   NOT AT END
                       IF TB-HEADER-REC OR TB-TRAILER-REC
                           CONTINUE
                       ELSE
                           PERFORM 2100-APPLY-ONE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE.
           MOVE SPACES TO WS-REASON.
           IF TRN-EMPID-X NOT NUMERIC OR TRN-EMPID = ZERO
               MOVE "EMPID NOT NUMERIC OR ZERO" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF NOT TRN-TYPE-VALID
               MOVE "PAYMENT TYPE NOT BON/SGN/AWD" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF TRN-AMOUNT-X NOT NUMERIC OR TRN-AMOUNT = ZERO
               MOVE "AMOUNT NOT NUMERIC OR ZERO" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF TRN-PERIOD-X NOT NUMERIC
                   OR TRN-PERIOD-MONTH < 1 OR TRN-PERIOD-MONTH > 12
               MOVE "PERIOD NOT A VALID YYYYMM" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
      * THE YEAR RECORD IS KEYED BY THE PERIOD'S YEAR - A PAYMENT
      * FOR A CLOSED YEAR WOULD REOPEN STATEMENTS ALREADY ISSUED.
           IF TRN-PERIOD-YEAR NOT = WS-BUS-YEAR
               MOVE "PERIOD NOT IN THE CURRENT YEAR" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           MOVE "N" TO WS-EMP-FOUND.
           MOVE TRN-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ.
           IF NOT EMP-FOUND
               MOVE "EMPLOYEE NOT ON FILE" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           PERFORM 2050-RESOLVE-SUPP-RATE THRU 2050-EXIT.
           IF NOT LOC-RATES-OK
               MOVE SPACES TO WS-REASON
               STRING "NO RATES IN FORCE AT LOCATION "
                      WS-EMP-LOCATION
                   DELIMITED BY SIZE INTO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           MOVE TRN-AMOUNT TO WS-PAY-GROSS.
           COMPUTE WS-PAY-TAX ROUNDED =
               WS-PAY-GROSS * WS-PAY-SUPP-RATE.
           COMPUTE WS-PAY-NET = WS-PAY-GROSS - WS-PAY-TAX.

           PERFORM 2300-WRITE-PAYSLIP THRU 2300-EXIT.
           PERFORM 2400-ACCUMULATE-DEPT THRU 2400-EXIT.
           PERFORM 2500-UPDATE-YTD THRU 2500-EXIT.
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-PAY-GROSS TO WS-GRAND-GROSS.
           ADD WS-PAY-TAX TO WS-GRAND-TAX.
           ADD WS-PAY-NET TO WS-GRAND-NET.
           GO TO 2100-EXIT.

       2100-REJECT.
           MOVE SPACES TO ERROR-LINE.
           MOVE TRN-ACTION TO ERR-ACTION.
           MOVE TRN-EMPID-X TO ERR-EMPID.
           MOVE TRN-PAY-TYPE TO ERR-PAY-TYPE.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
           ADD 1 TO WS-REJECT-COUNT.
       2100-EXIT.
           EXIT.

      * THE PAYEE'S LOCATION ON THE BUSINESS DATE DECIDES WHICH
      * SUPPLEMENTAL RATE TAXES THE PAYMENT, AS IT DECIDES THEIR
      * REGULAR RATES IN EMPPAYRUN. A LOCATION NOT ON WORKLOC.DAT,
      * OR WITH NO RATES MASTER OF ITS OWN, IS HEAD OFFICE.
       2050-RESOLVE-SUPP-RATE.
           MOVE WS-SUPP-RATE TO WS-PAY-SUPP-RATE.
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
               DISPLAY "LOCATION " WS-EMP-LOCATION " OF " EMPID
                       " NOT ON MASTER - HEAD OFFICE RATE"
               GO TO 2050-EXIT
           END-IF.
           IF LC-RATES-FILE = SPACES
               GO TO 2050-EXIT
           END-IF.
           PERFORM 2060-FIND-LOC-RATES THRU 2060-EXIT.
           IF WS-LR-FOUND (WS-LR-SUB) NOT = "Y"
               MOVE "N" TO WS-LOC-RATES-OK
               GO TO 2050-EXIT
           END-IF.
           IF WS-LR-SUPP-RATE (WS-LR-SUB) NOT = ZERO
               MOVE WS-LR-SUPP-RATE (WS-LR-SUB) TO WS-PAY-SUPP-RATE
           END-IF.
       2050-EXIT.
           EXIT.

      * EACH LOCATION RATES MASTER IS READ ONCE, THE FIRST TIME IT
      * IS NEEDED, AND THE SET IN FORCE ON THE BUSINESS DATE KEPT -
      * THE SAME CHOICE 1100-SELECT-SUPP-RATE MAKES FOR HEAD OFFICE.
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
           MOVE ZERO TO WS-LR-SUPP-RATE (WS-LR-SUB).
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
                           MOVE LRT-EFF-DATE TO WS-LR-BEST-EFF
                           MOVE "Y" TO WS-LR-FOUND (WS-LR-SUB)
                           IF LRT-SUPP-RATE-X NUMERIC
                               MOVE LRT-SUPP-RATE
                                   TO WS-LR-SUPP-RATE (WS-LR-SUB)
                           ELSE
                               MOVE ZERO
                                   TO WS-LR-SUPP-RATE (WS-LR-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOCRATES-FILE.
           IF WS-LR-FOUND (WS-LR-SUB) NOT = "Y"
               DISPLAY "NO RATE SET IN FORCE ON " WS-LOC-RATES-NAME
               GO TO 2060-EXIT
           END-IF.
           IF WS-LR-SUPP-RATE (WS-LR-SUB) = ZERO
               DISPLAY "RATES " WS-LOC-RATES-NAME " EFFECTIVE "
                       WS-LR-BEST-EFF " HAVE NO SUPPLEMENTAL RATE"
                       " - PAYRATES.DAT RATE USED"
           ELSE
               DISPLAY "RATES " WS-LOC-RATES-NAME " EFFECTIVE "
                       WS-LR-BEST-EFF " IN FORCE FOR THIS RUN"
           END-IF.
       2060-EXIT.
           EXIT.

       2300-WRITE-PAYSLIP.
           MOVE SPACES TO PAYSLIP-LINE.
           MOVE EMPID TO SLIP-EMPID.
           MOVE EMPNAME TO SLIP-NAME.
           MOVE EMPDEPT TO SLIP-DEPT.
           MOVE TRN-PAY-TYPE TO SLIP-PAY-TYPE.
           MOVE TRN-PERIOD TO SLIP-PERIOD.
           MOVE WS-PAY-GROSS TO SLIP-GROSS.
           MOVE WS-PAY-TAX TO SLIP-TAX.
           MOVE WS-PAY-NET TO SLIP-NET.
           WRITE PAYSLIP-LINE.
       2300-EXIT.
           EXIT.

       2400-ACCUMULATE-DEPT.
           MOVE ZERO TO WS-SDP-FOUND-SUB.
           PERFORM VARYING WS-SDP-SUB FROM 1 BY 1
                   UNTIL WS-SDP-SUB > WS-SDP-COUNT
               IF WS-SDP-DEPT (WS-SDP-SUB) = EMPDEPT
                   MOVE WS-SDP-SUB TO WS-SDP-FOUND-SUB
                   MOVE WS-SDP-COUNT TO WS-SDP-SUB
               END-IF
           END-PERFORM.
           IF WS-SDP-FOUND-SUB = ZERO
               IF WS-SDP-COUNT >= 200
                   DISPLAY "DEPARTMENT TABLE FULL - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
                   GOBACK
               END-IF
               ADD 1 TO WS-SDP-COUNT
               MOVE WS-SDP-COUNT TO WS-SDP-FOUND-SUB
               MOVE EMPDEPT TO WS-SDP-DEPT (WS-SDP-FOUND-SUB)
               MOVE ZERO TO WS-SDP-GROSS (WS-SDP-FOUND-SUB)
               MOVE ZERO TO WS-SDP-TAX (WS-SDP-FOUND-SUB)
               MOVE ZERO TO WS-SDP-NET (WS-SDP-FOUND-SUB)
           END-IF.
           ADD WS-PAY-GROSS TO WS-SDP-GROSS (WS-SDP-FOUND-SUB).
           ADD WS-PAY-TAX TO WS-SDP-TAX (WS-SDP-FOUND-SUB).
           ADD WS-PAY-NET TO WS-SDP-NET (WS-SDP-FOUND-SUB).
       2400-EXIT.
           EXIT.

      * THE PAYMENT IS ADDED TO THE YEAR'S GROSS, TAX AND NET. IT
      * IS NOT A PAY MONTH, SO THE MONTH COUNT IS LEFT ALONE.
       2500-UPDATE-YTD.
           MOVE TRN-PERIOD-YEAR TO YTD-YEAR.
           MOVE EMPID TO YTD-EMPID.
           READ YTD-FILE
               INVALID KEY
                   INITIALIZE YTD-REC
                   MOVE TRN-PERIOD-YEAR TO YTD-YEAR
                   MOVE EMPID TO YTD-EMPID
           END-READ.
           MOVE EMPNAME TO YTD-NAME.
           MOVE EMPDEPT TO YTD-DEPT.
           ADD WS-PAY-GROSS TO YTD-GROSS.
           ADD WS-PAY-TAX   TO YTD-TAX.
           ADD WS-PAY-NET   TO YTD-NET.
           WRITE YTD-REC.
           IF WS-YTD-FILE-STATUS = "22"
               REWRITE YTD-REC
           END-IF.
           IF NOT YTD-STATUS-OK
               DISPLAY "ERROR WRITING YTD-FILE"
               DISPLAY "FILE STATUS : " WS-YTD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
       2500-EXIT.
           EXIT.

      * ONE BALANCED SET OF POSTINGS PER DEPARTMENT: SUPPLEMENTAL
      * EXPENSE DEBIT, WITH THE TAX WITHHELD AND THE NET PAID AS
      * THE MATCHING CREDITS.
       3000-POST-TO-GL.
           PERFORM VARYING WS-SDP-SUB FROM 1 BY 1
                   UNTIL WS-SDP-SUB > WS-SDP-COUNT
               PERFORM 3100-WRITE-GL-LINES THRU 3100-EXIT
           END-PERFORM.
       3000-EXIT.
           EXIT.

       3100-WRITE-GL-LINES.
           MOVE WS-SDP-DEPT (WS-SDP-SUB) TO WS-GL-LOOKUP-DEPT.

           MOVE "SUPPLEM" TO WS-GL-ELEMENT.
           PERFORM 3150-FIND-GL-ACCOUNT THRU 3150-EXIT.
           MOVE SPACES            TO GLPOST-LINE.
           MOVE WS-GL-LOOKUP-DEPT TO GL-DEPT.
           MOVE WS-GL-ACCOUNT-FOUND TO GL-ACCOUNT.
           MOVE "DR"              TO GL-DRCR.
           MOVE WS-SDP-GROSS (WS-SDP-SUB) TO GL-AMOUNT.
           WRITE GLPOST-LINE.

           MOVE "TAX" TO WS-GL-ELEMENT.
           PERFORM 3150-FIND-GL-ACCOUNT THRU 3150-EXIT.
           MOVE SPACES            TO GLPOST-LINE.
           MOVE WS-GL-LOOKUP-DEPT TO GL-DEPT.
           MOVE WS-GL-ACCOUNT-FOUND TO GL-ACCOUNT.
           MOVE "CR"              TO GL-DRCR.
           MOVE WS-SDP-TAX (WS-SDP-SUB) TO GL-AMOUNT.
           WRITE GLPOST-LINE.

           MOVE "NET" TO WS-GL-ELEMENT.
           PERFORM 3150-FIND-GL-ACCOUNT THRU 3150-EXIT.
           MOVE SPACES            TO GLPOST-LINE.
           MOVE WS-GL-LOOKUP-DEPT TO GL-DEPT.
           MOVE WS-GL-ACCOUNT-FOUND TO GL-ACCOUNT.
           MOVE "CR"              TO GL-DRCR.
           MOVE WS-SDP-NET (WS-SDP-SUB) TO GL-AMOUNT.
           WRITE GLPOST-LINE.
       3100-EXIT.
           EXIT.

      * LATEST-WINS LOOKUP OF ELEMENT PLUS DEPARTMENT RANGE. A MISS
      * LEAVES GLM-FOUND OFF FOR THE CALLER TO HANDLE.
       3150-FIND-GL-ACCOUNT.
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
       3150-EXIT.
           EXIT.

       9950-RELEASE-LOCKS.
      * THE RUN'S RETURN CODE IS KEPT ACROSS THE ENQSRV CALLS BELOW,
      * WHICH RESET RETURN-CODE - EVERY ERROR EXIT SETS IT FIRST.
           MOVE RETURN-CODE TO WS-LOCK-RC.
           IF WS-PAYSIDE-LOCK-OURS = "Y"
               MOVE "D" TO ENQ-REQUEST
               MOVE "PAYSIDE" TO ENQ-NAME
               MOVE "EMPSUPRN" TO ENQ-PROGRAM
               CALL "ENQSRV" USING ENQ-PARM
               MOVE "N" TO WS-PAYSIDE-LOCK-OURS
           END-IF.
           MOVE WS-LOCK-RC TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           CLOSE YTD-FILE.
           CLOSE TRANS-FILE.
           CLOSE PAYSLIP-FILE.
           CLOSE GLPOST-FILE.
           CLOSE ERROR-FILE.
           IF LOCATIONS-ACTIVE
               CLOSE LOC-FILE
           END-IF.

      * THE BATCH IS NOW FULLY APPLIED - RECORD ITS ID SO A RE-SENT
      * COPY (OR A RERUN) CANNOT PAY THE SAME MONEY TWICE.
           MOVE "R" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.
           PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "BATCH " WS-BATCH-ID
                  " PAID " WS-PAID-COUNT
                  " REJECTED " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "PAYMENTS MADE      : " WS-PAID-COUNT.
           DISPLAY "REJECTED           : " WS-REJECT-COUNT.
           DISPLAY "SUPPLEMENTAL GROSS : " WS-GRAND-GROSS.
           DISPLAY "TAX WITHHELD       : " WS-GRAND-TAX.
           DISPLAY "NET PAID           : " WS-GRAND-NET.
       9999-EXIT.
           EXIT.
