       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDEPRTN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * DIRECT-DEPOSIT RETURNS STEP. RUNS AHEAD OF EMPPAYDEP.
      *
      * WHEN THE BANK CANNOT APPLY A DEPOSIT FROM EMPDEPOSIT.DAT
      * (ACCOUNT CLOSED, NO SUCH ACCOUNT, BAD ROUTING NUMBER) IT
      * SENDS THE MONEY BACK WITH A RETURNS FILE (EMPDEPRTN.DAT):
      *   H  BANK FILE ID, FILE DATE
      *   D  EMPID, ROUTING, ACCOUNT, AMOUNT, RETURN REASON CODE,
      *      DATE OF THE ORIGINAL DEPOSIT
      *   T  DETAIL COUNT AND AMOUNT HASH TOTAL
      * EACH RETURN IS MATCHED TO ITS DETAIL ON THE DEPOSIT FILE
      * (SAME DEPOSIT DATE, EMPLOYEE, ACCOUNT AND AMOUNT) AND THEN:
      *   - THE EMPBANK RECORD IS MARKED RETURNED, SO EMPPAYDEP
      *     PAYS THE EMPLOYEE BY CHEQUE UNTIL EMPBANKM LOADS
      *     CORRECTED DETAILS
      *   - A REPLACEMENT CHEQUE FOR THE RETURNED AMOUNT IS QUEUED
      *     ON EMPCHQQ.DAT FOR THE NEXT EMPCHQPRT RUN
      *   - A BR CASE IS OPENED ON THE EXCEPTION TRACKER (CASE
      *     NUMBER FROM EXCCASE.CTL) FOR HR TO GET NEW DETAILS;
      *     EMPBANKM RESOLVES IT
      *   - THE RETURN IS KEPT ON THE INDEXED RETURNS HISTORY
      *     (DEPRTN, KEYED BY EMPID AND DEPOSIT DATE), WHICH ALSO
      *     STOPS THE SAME RETURN BEING ACTED ON TWICE
      * A RETURN THAT MATCHES NO DEPOSIT DETAIL (EMPDEPOSIT.DAT NOW
      * HOLDS A LATER CYCLE, OR THE BANK'S DETAILS DIFFER) IS ONLY
      * REPORTED, FOR PAYROLL TO RESOLVE BY HAND, AND GIVES RC 4.
      *
      * THE RETURNS REPORT (EMPDEPRTN.RPT) LISTS THE RETURNS IN
      * THIS FILE WITH AMOUNTS AND REASONS, TOTALS BY REASON CODE,
      * AND AGES EVERY RETURN STILL WAITING FOR CORRECTED BANK
      * DETAILS. NO RETURNS FILE, OR ONE ALREADY PROCESSED, IS A
      * CLEAN NO-OP.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT RETURNS-FILE ASSIGN "EMPDEPRTN.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RTI-FILE-STATUS.
        SELECT DEPOSIT-FILE ASSIGN "EMPDEPOSIT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-DEP-FILE-STATUS.
        SELECT EMPFILE ASSIGN "EMPFIL"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-EMP-FILE-STATUS
                       RECORD KEY EMPID
                       ALTERNATE RECORD KEY EMPDEPT WITH DUPLICATES.
        SELECT BANK-FILE ASSIGN "EMPBANK"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-BNK-FILE-STATUS
                       RECORD KEY BNK-EMPID.
        SELECT DEPRTN-FILE ASSIGN "DEPRTN"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-RTN-FILE-STATUS
                       RECORD KEY RTN-KEY.
        SELECT EXCTRACK-FILE ASSIGN "EXCTRACK"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-EXCT-FILE-STATUS
                       RECORD KEY EXCT-KEY.
        SELECT CASECTL-FILE ASSIGN "EXCCASE.CTL"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CASE-FILE-STATUS.
        SELECT CHQQ-FILE ASSIGN "EMPCHQQ.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CHQQ-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPDEPRTN.RPT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD RETURNS-FILE
       RECORD 54.
       01 RETURN-IN-REC.
          05 RTI-RECORD-TYPE   PIC X(01).
             88 RTI-HEADER-REC VALUE "H".
             88 RTI-TRAILER-REC VALUE "T".
          05 RTI-EMPID         PIC 9(05).
          05 RTI-ROUTING       PIC X(09).
          05 RTI-ACCOUNT       PIC X(17).
          05 RTI-AMOUNT        PIC 9(09)V99.
          05 RTI-REASON        PIC X(03).
          05 RTI-DEPOSIT-DATE  PIC 9(08).
       01 RETURN-IN-REC-X REDEFINES RETURN-IN-REC.
          05 FILLER            PIC X(01).
          05 RTI-EMPID-X       PIC X(05).
          05 FILLER            PIC X(26).
          05 RTI-AMOUNT-X      PIC X(11).
          05 FILLER            PIC X(03).
          05 RTI-DEPOSIT-DATE-X PIC X(08).
       01 RETURN-IN-HEADER REDEFINES RETURN-IN-REC.
          05 FILLER            PIC X(01).
          05 RTI-HDR-FILE-ID   PIC X(08).
          05 RTI-HDR-DATE      PIC 9(08).
          05 FILLER            PIC X(37).
       01 RETURN-IN-TRAILER REDEFINES RETURN-IN-REC.
          05 FILLER            PIC X(01).
          05 RTI-TRL-COUNT     PIC 9(05).
          05 RTI-TRL-HASH      PIC 9(11)V99.
          05 FILLER            PIC X(35).

      * THE DEPOSIT FILE AS EMPPAYDEP WRITES IT.
       FD DEPOSIT-FILE
       RECORD 45.
       01 DEPOSIT-REC.
          05 DEP-RECORD-TYPE   PIC X(01).
          05 DEP-EMPID         PIC 9(05).
          05 DEP-ROUTING       PIC X(09).
          05 DEP-ACCOUNT       PIC X(17).
          05 DEP-ACCT-TYPE     PIC X(01).
          05 DEP-PRENOTE       PIC X(01).
          05 DEP-AMOUNT        PIC 9(09)V99.
       01 DEPOSIT-HEADER REDEFINES DEPOSIT-REC.
          05 FILLER            PIC X(01).
          05 DEP-HDR-DATE      PIC 9(08).
          05 FILLER            PIC X(36).

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

       FD BANK-FILE
       RECORD 60.
       01 BNKREC.
          05 BNK-EMPID         PIC 9(05).
          05 BNK-ROUTING       PIC X(09).
          05 BNK-ACCOUNT       PIC X(17).
          05 BNK-ACCT-TYPE     PIC X(01).
          05 BNK-PRENOTE       PIC X(01).
             88 BNK-PRENOTE-PENDING VALUE "P".
             88 BNK-ACCOUNT-LIVE    VALUE "A".
             88 BNK-ACCOUNT-RETURNED VALUE "R".
          05 BNK-PRENOTE-DATE  PIC 9(08).
          05 BNK-RETURN-DATE   PIC 9(08).
          05 BNK-RETURN-REASON PIC X(03).
          05 FILLER            PIC X(08).

      * ONE RECORD PER RETURNED DEPOSIT. THE RECEIVED DATE IS THE
      * BUSINESS DATE THE RETURN WAS PROCESSED - THE AGEING RUNS
      * FROM IT.
       FD DEPRTN-FILE
       RECORD 80.
       01 DEPRTN-REC.
          05 RTN-KEY.
             10 RTN-EMPID      PIC 9(05).
             10 RTN-DEPOSIT-DATE PIC 9(08).
          05 RTN-ROUTING       PIC X(09).
          05 RTN-ACCOUNT       PIC X(17).
          05 RTN-AMOUNT        PIC 9(07)V99.
          05 RTN-REASON        PIC X(03).
          05 RTN-RECEIVED-DATE PIC 9(08).
          05 RTN-CASE-NO       PIC 9(06).
          05 FILLER            PIC X(15).

       FD EXCTRACK-FILE
       RECORD 60.
       01 EXCTRACK-REC.
          05 EXCT-KEY.
             10 EXCT-EMPID     PIC 9(05).
             10 EXCT-REASON-CD PIC X(02).
          05 EXCT-CASE-NO      PIC 9(06).
          05 EXCT-FIRST-SEEN   PIC 9(08).
          05 EXCT-LAST-SEEN    PIC 9(08).
          05 EXCT-RESOLVED     PIC X(01).
          05 EXCT-REASON-TEXT  PIC X(30).

       FD CASECTL-FILE.
       01 CASECTL-REC          PIC 9(06).

      * THE REPLACEMENT CHEQUE QUEUE EMPCHQPRT PRINTS AND EMPTIES.
       FD CHQQ-FILE
       RECORD 70.
       01 CHQQ-REC.
          05 CQ-EMPID          PIC 9(05).
          05 CQ-NAME           PIC X(20).
          05 CQ-AMOUNT         PIC 9(07)V99.
          05 CQ-SOURCE         PIC X(03).
          05 CQ-REF-DATE       PIC 9(08).
          05 CQ-REASON         PIC X(20).
          05 FILLER            PIC X(05).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-RTI-FILE-STATUS    PIC X(02) VALUE "00".
             88 RTI-STATUS-OK      VALUE "00".
             88 RTI-FILE-NOT-FOUND VALUE "35".
          05 WS-RTI-FILE-END       PIC X(01) VALUE "N".
             88 RTI-FILE-END       VALUE "Y".
          05 WS-DEP-FILE-STATUS    PIC X(02) VALUE "00".
             88 DEP-STATUS-OK      VALUE "00".
          05 WS-DEP-FILE-END       PIC X(01) VALUE "N".
             88 DEP-FILE-END       VALUE "Y".
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-BNK-FILE-STATUS    PIC X(02) VALUE "00".
             88 BNK-STATUS-OK      VALUE "00".
             88 BNK-FILE-NOT-FOUND VALUE "35".
          05 WS-RTN-FILE-STATUS    PIC X(02) VALUE "00".
             88 RTN-STATUS-OK      VALUE "00".
             88 RTN-FILE-NOT-FOUND VALUE "35".
          05 WS-RTN-FILE-END       PIC X(01) VALUE "N".
             88 RTN-FILE-END       VALUE "Y".
          05 WS-EXCT-FILE-STATUS   PIC X(02) VALUE "00".
             88 EXCT-STATUS-OK     VALUE "00".
             88 EXCT-FILE-NOT-FOUND VALUE "35".
          05 WS-CASE-FILE-STATUS   PIC X(02) VALUE "00".
             88 CASE-STATUS-OK     VALUE "00".
          05 WS-CHQQ-FILE-STATUS   PIC X(02) VALUE "00".
             88 CHQQ-STATUS-OK     VALUE "00".
             88 CHQQ-NOT-FOUND     VALUE "35".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".
          05 WS-HEADER-SEEN        PIC X(01) VALUE "N".
             88 HEADER-SEEN        VALUE "Y".
          05 WS-TRAILER-SEEN       PIC X(01) VALUE "N".
             88 TRAILER-SEEN       VALUE "Y".
          05 WS-DEP-MATCHED        PIC X(01) VALUE "N".
             88 DEP-MATCHED        VALUE "Y".
          05 WS-BANK-ACTIVE        PIC X(01) VALUE "N".
             88 BANK-ACTIVE        VALUE "Y".

       01 WS-COUNTS.
          05 WS-RETURN-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-MATCHED-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-UNMATCHED-COUNT    PIC 9(05) VALUE ZERO.
          05 WS-REPEAT-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-BANK-MARKED-COUNT  PIC 9(05) VALUE ZERO.
          05 WS-QUEUED-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-CASE-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-OUTSTANDING-COUNT  PIC 9(05) VALUE ZERO.

       01 WS-TOTALS.
          05 WS-RETURN-TOTAL       PIC 9(11)V99 VALUE ZERO.
          05 WS-QUEUED-TOTAL       PIC 9(11)V99 VALUE ZERO.
          05 WS-UNMATCHED-TOTAL    PIC 9(11)V99 VALUE ZERO.
          05 WS-OUTSTANDING-TOTAL  PIC 9(11)V99 VALUE ZERO.

       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-DETAILS         PIC 9(05) VALUE ZERO.
       01 WS-BATCH-HASH            PIC 9(11)V99 VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-HASH          PIC 9(11)V99 VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-TODAY-INT             PIC 9(08) COMP.
       01 WS-DAYS-OUT              PIC S9(05) VALUE ZERO.
       01 WS-NEXT-CASE-NO          PIC 9(06) VALUE 1.
       01 WS-EMP-NAME              PIC X(20) VALUE SPACES.
       01 WS-ACTION                PIC X(20) VALUE SPACES.
       01 WS-CASE-TEXT             PIC X(30) VALUE SPACES.

      * RETURN REASON CODES AND THEIR MEANINGS. THE LAST ENTRY
      * COLLECTS ANY CODE NOT LISTED.
       01 WS-RSN-NAMES.
          05 FILLER PIC X(23) VALUE "R02ACCOUNT CLOSED      ".
          05 FILLER PIC X(23) VALUE "R03NO ACCOUNT FOUND    ".
          05 FILLER PIC X(23) VALUE "R04INVALID ACCOUNT NO  ".
          05 FILLER PIC X(23) VALUE "R13INVALID ROUTING NO  ".
          05 FILLER PIC X(23) VALUE "R16ACCOUNT FROZEN      ".
          05 FILLER PIC X(23) VALUE "R20NON-TRANSACTION ACCT".
          05 FILLER PIC X(23) VALUE "   OTHER RETURN REASON ".
       01 WS-RSN-TBL REDEFINES WS-RSN-NAMES.
          05 WS-RSN-ENTRY OCCURS 7 TIMES.
             10 WS-RSN-CODE        PIC X(03).
             10 WS-RSN-TEXT        PIC X(20).
       01 WS-RSN-TOTALS.
          05 WS-RSN-TOTAL-ENTRY OCCURS 7 TIMES.
             10 WS-RSN-COUNT       PIC 9(05).
             10 WS-RSN-AMOUNT      PIC 9(11)V99.
       01 WS-RSN-SUB               PIC 9(01).
       01 WS-RSN-MAX               PIC 9(01) VALUE 7.

      * AGEING BANDS FOR RETURNS STILL WAITING FOR NEW DETAILS.
       01 WS-AGE-NAMES.
          05 FILLER PIC X(11) VALUE "  0-7 DAYS ".
          05 FILLER PIC X(11) VALUE "  8-30 DAYS".
          05 FILLER PIC X(11) VALUE " 31-60 DAYS".
          05 FILLER PIC X(11) VALUE "OVER 60    ".
       01 WS-AGE-TBL REDEFINES WS-AGE-NAMES.
          05 WS-AGE-TEXT           PIC X(11) OCCURS 4 TIMES.
       01 WS-AGE-TOTALS.
          05 WS-AGE-TOTAL-ENTRY OCCURS 4 TIMES.
             10 WS-AGE-COUNT       PIC 9(05).
             10 WS-AGE-AMOUNT      PIC 9(11)V99.
       01 WS-AGE-SUB               PIC 9(01).

       01 WS-PRT-COUNT             PIC ZZZZ9.
       01 WS-PRT-DAYS              PIC ZZZZ9.
       01 WS-PRT-AMOUNT-1          PIC ZZZ,ZZZ,ZZ9.99.

       01 BREG-PARM.
          05 BREG-REQUEST          PIC X(01).
          05 BREG-BATCH-ID         PIC X(08).
          05 BREG-RESULT           PIC X(01).
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPDEPRT".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-PROCESS-RETURNS THRU 2000-EXIT.
           PERFORM 3000-REASON-SUMMARY THRU 3000-EXIT.
           PERFORM 4000-AGE-OUTSTANDING THRU 4000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           INITIALIZE WS-RSN-TOTALS.
           INITIALIZE WS-AGE-TOTALS.

           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O BANK-FILE.
           IF BNK-STATUS-OK
               MOVE "Y" TO WS-BANK-ACTIVE
           ELSE
               IF NOT BNK-FILE-NOT-FOUND
                   DISPLAY "ERROR OPENING BANK-FILE"
                   DISPLAY "FILE STATUS : " WS-BNK-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN I-O DEPRTN-FILE.
           IF RTN-FILE-NOT-FOUND
               OPEN OUTPUT DEPRTN-FILE
               CLOSE DEPRTN-FILE
               OPEN I-O DEPRTN-FILE
           END-IF.
           IF NOT RTN-STATUS-OK
               DISPLAY "ERROR OPENING DEPRTN-FILE"
               DISPLAY "FILE STATUS : " WS-RTN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O EXCTRACK-FILE.
           IF EXCT-FILE-NOT-FOUND
               OPEN OUTPUT EXCTRACK-FILE
               CLOSE EXCTRACK-FILE
               OPEN I-O EXCTRACK-FILE
           END-IF.
           IF NOT EXCT-STATUS-OK
               DISPLAY "ERROR OPENING EXCTRACK-FILE"
               DISPLAY "FILE STATUS : " WS-EXCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CASECTL-FILE.
           IF CASE-STATUS-OK
               READ CASECTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CASECTL-REC TO WS-NEXT-CASE-NO
               END-READ
               CLOSE CASECTL-FILE
           END-IF.

           OPEN EXTEND CHQQ-FILE.
           IF CHQQ-NOT-FOUND
               OPEN OUTPUT CHQQ-FILE
           END-IF.
           IF NOT CHQQ-STATUS-OK
               DISPLAY "ERROR OPENING CHQQ-FILE"
               DISPLAY "FILE STATUS : " WS-CHQQ-FILE-STATUS
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
           STRING "DIRECT-DEPOSIT RETURNS - BANK FILE " WS-BATCH-ID
                  " PROCESSED " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPID NAME                 DEPOSITED       "
                  "    AMOUNT CODE REASON               ACTION"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

      * THE BANK FILE IS PROVED FIRST - HEADER, TRAILER, COUNT AND
      * AMOUNT HASH - AND ITS FILE ID CHECKED AGAINST THE BATCH
      * REGISTER. A FILE ALREADY PROCESSED IS LEFT ALONE WITHOUT
      * FAILING THE CHAIN: THE BANK'S FILE STAYS IN PLACE UNTIL THE
      * NEXT ONE OVERWRITES IT.
       1500-VALIDATE-BATCH-CONTROLS.
           OPEN INPUT RETURNS-FILE.
           IF RTI-FILE-NOT-FOUND
               DISPLAY "NO DEPOSIT RETURNS FILE - NOTHING TO DO"
               GOBACK
           END-IF.
           IF NOT RTI-STATUS-OK
               DISPLAY "ERROR OPENING RETURNS-FILE"
               DISPLAY "FILE STATUS : " WS-RTI-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL RTI-FILE-END
               READ RETURNS-FILE
                   AT END
                       MOVE "Y" TO WS-RTI-FILE-END
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RTI-HEADER-REC
                               MOVE "Y" TO WS-HEADER-SEEN
                               MOVE RTI-HDR-FILE-ID TO WS-BATCH-ID
                           WHEN RTI-TRAILER-REC
                               MOVE "Y" TO WS-TRAILER-SEEN
                               MOVE RTI-TRL-COUNT TO WS-TRAILER-COUNT
                               MOVE RTI-TRL-HASH TO WS-TRAILER-HASH
                           WHEN OTHER
                               ADD 1 TO WS-BATCH-DETAILS
                               IF RTI-AMOUNT-X NUMERIC
                                   ADD RTI-AMOUNT TO WS-BATCH-HASH
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE RETURNS-FILE.

           IF NOT HEADER-SEEN
               DISPLAY "RETURNS FILE HAS NO HEADER - REJECTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT TRAILER-SEEN
               DISPLAY "RETURNS FILE HAS NO TRAILER - FILE MAY BE "
                       "TRUNCATED - REJECTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-BATCH-DETAILS NOT = WS-TRAILER-COUNT
               DISPLAY "RETURNS COUNT DOES NOT BALANCE - REJECTED"
               DISPLAY "TRAILER : " WS-TRAILER-COUNT
               DISPLAY "COUNTED : " WS-BATCH-DETAILS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-BATCH-HASH NOT = WS-TRAILER-HASH
               DISPLAY "RETURNS AMOUNT HASH DOES NOT BALANCE - "
                       "REJECTED"
               DISPLAY "TRAILER : " WS-TRAILER-HASH
               DISPLAY "COUNTED : " WS-BATCH-HASH
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "C" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.
           IF BREG-RESULT = "S"
               DISPLAY "RETURNS FILE " WS-BATCH-ID
                       " ALREADY PROCESSED - NOTHING TO DO"
               GOBACK
           END-IF.
           DISPLAY "RETURNS FILE " WS-BATCH-ID " ACCEPTED, "
                   WS-BATCH-DETAILS " RETURNS".

           OPEN INPUT RETURNS-FILE.
           IF NOT RTI-STATUS-OK
               DISPLAY "ERROR REOPENING RETURNS-FILE"
               DISPLAY "FILE STATUS : " WS-RTI-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-RTI-FILE-END.
       1500-EXIT.
           EXIT.

       2000-PROCESS-RETURNS.
           PERFORM UNTIL RTI-FILE-END
               READ RETURNS-FILE
                   AT END
                       MOVE "Y" TO WS-RTI-FILE-END
                   NOT AT END
                       IF RTI-HEADER-REC OR RTI-TRAILER-REC
                           CONTINUE
                       ELSE
                           PERFORM 2100-PROCESS-ONE-RETURN
                               THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-PROCESS-ONE-RETURN.
           ADD 1 TO WS-RETURN-COUNT.
           MOVE SPACES TO WS-EMP-NAME.
           IF RTI-EMPID-X NOT NUMERIC OR RTI-AMOUNT-X NOT NUMERIC
                   OR RTI-DEPOSIT-DATE-X NOT NUMERIC
               MOVE "RECORD NOT VALID" TO WS-ACTION
               GO TO 2100-UNMATCHED
           END-IF.
           ADD RTI-AMOUNT TO WS-RETURN-TOTAL.
           PERFORM 2150-FIND-REASON THRU 2150-EXIT.
           ADD 1 TO WS-RSN-COUNT (WS-RSN-SUB).
           ADD RTI-AMOUNT TO WS-RSN-AMOUNT (WS-RSN-SUB).

           MOVE RTI-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   MOVE "** NOT ON EMPFILE **" TO WS-EMP-NAME
               NOT INVALID KEY
                   MOVE EMPNAME TO WS-EMP-NAME
           END-READ.

           PERFORM 2200-MATCH-DEPOSIT THRU 2200-EXIT.
           IF NOT DEP-MATCHED
               MOVE "NO MATCHING DEPOSIT" TO WS-ACTION
               GO TO 2100-UNMATCHED
           END-IF.

           MOVE RTI-EMPID TO RTN-EMPID.
           MOVE RTI-DEPOSIT-DATE TO RTN-DEPOSIT-DATE.
           READ DEPRTN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-REPEAT-COUNT
                   MOVE "ALREADY ACTED ON" TO WS-ACTION
                   PERFORM 2900-WRITE-RETURN-LINE THRU 2900-EXIT
                   GO TO 2100-EXIT
           END-READ.

           ADD 1 TO WS-MATCHED-COUNT.
           PERFORM 2300-MARK-BANK-RETURNED THRU 2300-EXIT.
           PERFORM 2400-QUEUE-CHEQUE THRU 2400-EXIT.
           PERFORM 2500-OPEN-CASE THRU 2500-EXIT.

           MOVE SPACES TO DEPRTN-REC.
           MOVE RTI-EMPID TO RTN-EMPID.
           MOVE RTI-DEPOSIT-DATE TO RTN-DEPOSIT-DATE.
           MOVE RTI-ROUTING TO RTN-ROUTING.
           MOVE RTI-ACCOUNT TO RTN-ACCOUNT.
           MOVE RTI-AMOUNT TO RTN-AMOUNT.
           MOVE RTI-REASON TO RTN-REASON.
           MOVE WS-BUSINESS-DATE TO RTN-RECEIVED-DATE.
           MOVE EXCT-CASE-NO TO RTN-CASE-NO.
           WRITE DEPRTN-REC.
           IF NOT RTN-STATUS-OK
               DISPLAY "ERROR WRITING DEPRTN-FILE"
               DISPLAY "FILE STATUS : " WS-RTN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "CHEQUE QUEUED" TO WS-ACTION.
           PERFORM 2900-WRITE-RETURN-LINE THRU 2900-EXIT.
           GO TO 2100-EXIT.

       2100-UNMATCHED.
           ADD 1 TO WS-UNMATCHED-COUNT.
           IF RTI-AMOUNT-X NUMERIC
               ADD RTI-AMOUNT TO WS-UNMATCHED-TOTAL
           END-IF.
           DISPLAY "RETURN NOT MATCHED: " RTI-EMPID-X " "
                   RTI-DEPOSIT-DATE-X " - " WS-ACTION.
           PERFORM 2900-WRITE-RETURN-LINE THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

       2150-FIND-REASON.
           MOVE 1 TO WS-RSN-SUB.
           PERFORM UNTIL WS-RSN-SUB = WS-RSN-MAX
               OR WS-RSN-CODE (WS-RSN-SUB) = RTI-REASON
               ADD 1 TO WS-RSN-SUB
           END-PERFORM.
       2150-EXIT.
           EXIT.

      * THE RETURN MUST BE FOR A LIVE DEPOSIT ON THE CURRENT
      * DEPOSIT FILE - SAME DATE, EMPLOYEE, ACCOUNT AND AMOUNT.
      * RETURNS ARE FEW, SO THE FILE IS SIMPLY READ THROUGH FOR
      * EACH ONE.
       2200-MATCH-DEPOSIT.
           MOVE "N" TO WS-DEP-MATCHED.
           MOVE "N" TO WS-DEP-FILE-END.
           OPEN INPUT DEPOSIT-FILE.
           IF NOT DEP-STATUS-OK
               GO TO 2200-EXIT
           END-IF.
           PERFORM UNTIL DEP-FILE-END OR DEP-MATCHED
               READ DEPOSIT-FILE
                   AT END
                       MOVE "Y" TO WS-DEP-FILE-END
                   NOT AT END
                       EVALUATE DEP-RECORD-TYPE
                           WHEN "H"
                               IF DEP-HDR-DATE NOT = RTI-DEPOSIT-DATE
                                   MOVE "Y" TO WS-DEP-FILE-END
                               END-IF
                           WHEN "D"
                               IF DEP-EMPID = RTI-EMPID
                                   AND DEP-ROUTING = RTI-ROUTING
                                   AND DEP-ACCOUNT = RTI-ACCOUNT
                                   AND DEP-AMOUNT = RTI-AMOUNT
                                   AND DEP-PRENOTE NOT = "P"
                                   MOVE "Y" TO WS-DEP-MATCHED
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE DEPOSIT-FILE.
       2200-EXIT.
           EXIT.

      * THE ACCOUNT IS ONLY MARKED IF IT IS STILL THE ONE THE MONEY
      * WENT TO - NEW DETAILS LOADED SINCE ARE LEFT TO PRENOTE.
       2300-MARK-BANK-RETURNED.
           IF NOT BANK-ACTIVE
               GO TO 2300-EXIT
           END-IF.
           MOVE RTI-EMPID TO BNK-EMPID.
           READ BANK-FILE
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ.
           IF BNK-ROUTING NOT = RTI-ROUTING
                   OR BNK-ACCOUNT NOT = RTI-ACCOUNT
               DISPLAY "BANK DETAILS ALREADY CHANGED FOR EMPID "
                       RTI-EMPID
               GO TO 2300-EXIT
           END-IF.
           MOVE "R" TO BNK-PRENOTE.
           MOVE WS-BUSINESS-DATE TO BNK-RETURN-DATE.
           MOVE RTI-REASON TO BNK-RETURN-REASON.
           REWRITE BNKREC.
           IF NOT BNK-STATUS-OK
               DISPLAY "ERROR MARKING BANK RECORD FOR EMPID: "
                       BNK-EMPID
               DISPLAY "FILE STATUS : " WS-BNK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-BANK-MARKED-COUNT.
       2300-EXIT.
           EXIT.

       2400-QUEUE-CHEQUE.
           MOVE SPACES TO CHQQ-REC.
           MOVE RTI-EMPID TO CQ-EMPID.
           MOVE WS-EMP-NAME TO CQ-NAME.
           MOVE RTI-AMOUNT TO CQ-AMOUNT.
           MOVE "RTN" TO CQ-SOURCE.
           MOVE RTI-DEPOSIT-DATE TO CQ-REF-DATE.
           MOVE WS-RSN-TEXT (WS-RSN-SUB) TO CQ-REASON.
           WRITE CHQQ-REC.
           IF NOT CHQQ-STATUS-OK
               DISPLAY "ERROR WRITING CHQQ-FILE"
               DISPLAY "FILE STATUS : " WS-CHQQ-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-QUEUED-COUNT.
           ADD RTI-AMOUNT TO WS-QUEUED-TOTAL.
       2400-EXIT.
           EXIT.

      * A BR CASE ON THE TRACKER, THE SAME CONVENTION MAINPROG AND
      * EMPPRBRPT USE, SO THE MISSING DETAILS AGE ON EXCAGING
      * UNTIL EMPBANKM LOADS NEW ONES.
       2500-OPEN-CASE.
           MOVE SPACES TO WS-CASE-TEXT.
           STRING "DEPOSIT RETURNED " RTI-REASON " - NEED DETAILS"
               DELIMITED BY SIZE INTO WS-CASE-TEXT.
           MOVE RTI-EMPID TO EXCT-EMPID.
           MOVE "BR" TO EXCT-REASON-CD.
           READ EXCTRACK-FILE
               INVALID KEY
                   MOVE SPACES TO EXCTRACK-REC
                   MOVE RTI-EMPID TO EXCT-EMPID
                   MOVE "BR" TO EXCT-REASON-CD
                   MOVE WS-NEXT-CASE-NO TO EXCT-CASE-NO
                   ADD 1 TO WS-NEXT-CASE-NO
                   MOVE WS-BUSINESS-DATE TO EXCT-FIRST-SEEN
                   MOVE WS-BUSINESS-DATE TO EXCT-LAST-SEEN
                   MOVE "N" TO EXCT-RESOLVED
                   MOVE WS-CASE-TEXT TO EXCT-REASON-TEXT
                   WRITE EXCTRACK-REC
                   ADD 1 TO WS-CASE-COUNT
               NOT INVALID KEY
                   IF EXCT-RESOLVED NOT = "N"
                       MOVE WS-BUSINESS-DATE TO EXCT-FIRST-SEEN
                       ADD 1 TO WS-CASE-COUNT
                   END-IF
                   MOVE WS-BUSINESS-DATE TO EXCT-LAST-SEEN
                   MOVE "N" TO EXCT-RESOLVED
                   MOVE WS-CASE-TEXT TO EXCT-REASON-TEXT
                   REWRITE EXCTRACK-REC
           END-READ.
       2500-EXIT.
           EXIT.

       2900-WRITE-RETURN-LINE.
           IF RTI-AMOUNT-X NUMERIC
               MOVE RTI-AMOUNT TO WS-PRT-AMOUNT-1
           ELSE
               MOVE ZERO TO WS-PRT-AMOUNT-1
           END-IF.
           IF RTI-EMPID-X NUMERIC AND RTI-AMOUNT-X NUMERIC
                   AND RTI-DEPOSIT-DATE-X NUMERIC
               CONTINUE
           ELSE
               MOVE WS-RSN-MAX TO WS-RSN-SUB
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING RTI-EMPID-X " " WS-EMP-NAME " " RTI-DEPOSIT-DATE-X
                  " " WS-PRT-AMOUNT-1 " " RTI-REASON "  "
                  WS-RSN-TEXT (WS-RSN-SUB) " " WS-ACTION
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       2900-EXIT.
           EXIT.

       3000-REASON-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RETURNS BY REASON CODE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-MAX
               IF WS-RSN-COUNT (WS-RSN-SUB) > ZERO
                   MOVE WS-RSN-COUNT (WS-RSN-SUB) TO WS-PRT-COUNT
                   MOVE WS-RSN-AMOUNT (WS-RSN-SUB) TO WS-PRT-AMOUNT-1
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-RSN-CODE (WS-RSN-SUB) " "
                          WS-RSN-TEXT (WS-RSN-SUB) " " WS-PRT-COUNT
                          "  " WS-PRT-AMOUNT-1
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE WS-RETURN-COUNT TO WS-PRT-COUNT.
           MOVE WS-RETURN-TOTAL TO WS-PRT-AMOUNT-1.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ALL RETURNS            " WS-PRT-COUNT
                  "  " WS-PRT-AMOUNT-1
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-QUEUED-COUNT TO WS-PRT-COUNT.
           MOVE WS-QUEUED-TOTAL TO WS-PRT-AMOUNT-1.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CHEQUES QUEUED         " WS-PRT-COUNT
                  "  " WS-PRT-AMOUNT-1
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-UNMATCHED-COUNT TO WS-PRT-COUNT.
           MOVE WS-UNMATCHED-TOTAL TO WS-PRT-AMOUNT-1.
           MOVE SPACES TO REPORT-LINE.
           STRING "  NOT MATCHED - BY HAND  " WS-PRT-COUNT
                  "  " WS-PRT-AMOUNT-1
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3000-EXIT.
           EXIT.

      * EVERY RETURN ON THE HISTORY WHOSE EMPLOYEE STILL HAS NO
      * CORRECTED DETAILS - THE BANK RECORD IS STILL IN RETURNED
      * STATE AND NO NEW DETAILS HAVE BEEN LOADED SINCE - AGED FROM
      * THE DAY IT CAME BACK.
       4000-AGE-OUTSTANDING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RETURNS AWAITING CORRECTED BANK DETAILS"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPID DEPOSITED RETURNED      AMOUNT CODE "
                  " CASE    DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "N" TO WS-RTN-FILE-END.
           MOVE ZERO TO RTN-EMPID.
           MOVE ZERO TO RTN-DEPOSIT-DATE.
           START DEPRTN-FILE KEY >= RTN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RTN-FILE-END
           END-START.
           PERFORM UNTIL RTN-FILE-END
               READ DEPRTN-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-RTN-FILE-END
                   NOT AT END
                       PERFORM 4100-AGE-ONE-RETURN THRU 4100-EXIT
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB > 4
               MOVE WS-AGE-COUNT (WS-AGE-SUB) TO WS-PRT-COUNT
               MOVE WS-AGE-AMOUNT (WS-AGE-SUB) TO WS-PRT-AMOUNT-1
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-AGE-TEXT (WS-AGE-SUB) "  "
                      WS-PRT-COUNT "  " WS-PRT-AMOUNT-1
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE WS-OUTSTANDING-COUNT TO WS-PRT-COUNT.
           MOVE WS-OUTSTANDING-TOTAL TO WS-PRT-AMOUNT-1.
           MOVE SPACES TO REPORT-LINE.
           STRING "  OUTSTANDING  " WS-PRT-COUNT "  " WS-PRT-AMOUNT-1
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       4000-EXIT.
           EXIT.

       4100-AGE-ONE-RETURN.
           IF NOT BANK-ACTIVE
               GO TO 4100-EXIT
           END-IF.
           MOVE RTN-EMPID TO BNK-EMPID.
           READ BANK-FILE
               INVALID KEY
                   GO TO 4100-EXIT
           END-READ.
           IF NOT BNK-ACCOUNT-RETURNED
               GO TO 4100-EXIT
           END-IF.
           IF RTN-RECEIVED-DATE < BNK-PRENOTE-DATE
               GO TO 4100-EXIT
           END-IF.

           COMPUTE WS-DAYS-OUT = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE (RTN-RECEIVED-DATE).
           EVALUATE TRUE
               WHEN WS-DAYS-OUT < 8
                   MOVE 1 TO WS-AGE-SUB
               WHEN WS-DAYS-OUT < 31
                   MOVE 2 TO WS-AGE-SUB
               WHEN WS-DAYS-OUT < 61
                   MOVE 3 TO WS-AGE-SUB
               WHEN OTHER
                   MOVE 4 TO WS-AGE-SUB
           END-EVALUATE.
           ADD 1 TO WS-AGE-COUNT (WS-AGE-SUB).
           ADD RTN-AMOUNT TO WS-AGE-AMOUNT (WS-AGE-SUB).
           ADD 1 TO WS-OUTSTANDING-COUNT.
           ADD RTN-AMOUNT TO WS-OUTSTANDING-TOTAL.

           MOVE RTN-AMOUNT TO WS-PRT-AMOUNT-1.
           MOVE WS-DAYS-OUT TO WS-PRT-DAYS.
           MOVE SPACES TO REPORT-LINE.
           STRING RTN-EMPID " " RTN-DEPOSIT-DATE " "
                  RTN-RECEIVED-DATE " " WS-PRT-AMOUNT-1 " "
                  RTN-REASON "  " RTN-CASE-NO " " WS-PRT-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       4100-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE RETURNS-FILE.
           CLOSE EMPFILE.
           IF BANK-ACTIVE
               CLOSE BANK-FILE
           END-IF.
           CLOSE DEPRTN-FILE.
           CLOSE EXCTRACK-FILE.
           CLOSE CHQQ-FILE.
           CLOSE REPORT-FILE.

           OPEN OUTPUT CASECTL-FILE.
           IF CASE-STATUS-OK
               MOVE WS-NEXT-CASE-NO TO CASECTL-REC
               WRITE CASECTL-REC
               CLOSE CASECTL-FILE
           ELSE
               DISPLAY "CANNOT REWRITE CASE CONTROL, STATUS "
                       WS-CASE-FILE-STATUS
           END-IF.

      * THE FILE IS NOW FULLY PROCESSED - RECORD ITS ID SO THE SAME
      * FILE IS LEFT ALONE NEXT TIME.
           MOVE "R" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "RETURNS " WS-RETURN-COUNT
                  " QUEUED " WS-QUEUED-COUNT
                  " UNMATCHED " WS-UNMATCHED-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF RETURN-CODE = ZERO AND WS-UNMATCHED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "RETURNS RECEIVED   : " WS-RETURN-COUNT.
           DISPLAY "MATCHED            : " WS-MATCHED-COUNT.
           DISPLAY "ALREADY ACTED ON   : " WS-REPEAT-COUNT.
           DISPLAY "NOT MATCHED        : " WS-UNMATCHED-COUNT.
           DISPLAY "ACCOUNTS MARKED    : " WS-BANK-MARKED-COUNT.
           DISPLAY "CHEQUES QUEUED     : " WS-QUEUED-COUNT.
           DISPLAY "CASES OPENED       : " WS-CASE-COUNT.
           DISPLAY "STILL OUTSTANDING  : " WS-OUTSTANDING-COUNT.
       9999-EXIT.
           EXIT.
