      * AND ACTIVATES THE ACCOUNT, SO LIVE MONEY NEVER MOVES ON AN
      * UNPROVED ACCOUNT.
      *
      * AN ACCOUNT THE BANK HAS RETURNED A DEPOSIT ON IS LEFT IN
      * RETURNED STATE BY EMPDEPRTN, WITH AN OPEN BR CASE ON THE
      * EXCEPTION TRACKER. THE U (OR I AFTER A D) CARRYING THE
      * CORRECTED DETAILS CLEARS IT AND RESOLVES THE CASE; SO DOES
      * A D THAT MOVES THE EMPLOYEE TO PAYMENT BY CHEQUE.
      *
      * AN ADD OR REPLACE KEYED WITHIN BHC-PAY-WINDOW DAYS OF THE
      * NEXT PAY DATE, OR WITHIN BHC-ADDR-WINDOW DAYS OF AN ADDRESS
      * CHANGE ON ADDRCHG (EMPADDRM STAMPS IT), IS NOT APPLIED BUT
      * HELD ON BANKPEND AWAITING A CALLBACK TO THE EMPLOYEE. THE
      * OLD ACCOUNT (OR THE CHEQUE) KEEPS BEING PAID MEANWHILE:
      *   V - CALLBACK VERIFIED - APPLIES THE HELD DETAILS; THE
      *       OPERATOR MUST NOT BE THE ONE WHO KEYED THE CHANGE
      *   X - CANCEL THE HELD CHANGE
      * THE WINDOWS AND THE PAY DAY COME FROM BANKHOLD.CTL (PAY DAY
      * OF MONTH, 00 = LAST DAY; PAY WINDOW; ADDRESS WINDOW); WITH
      * NO CONTROL FILE PAY DAY IS THE LAST DAY OF THE MONTH AND
      * THE WINDOWS ARE 3 AND 14 DAYS. AN ADD OR REPLACE OUTSIDE
      * BOTH WINDOWS SUPERSEDES ANY CHANGE STILL HELD. EMPBNKRPT
      * LISTS BANKPEND DAILY.
      *
      * TRANSACTION LAYOUT (41 BYTES):
      *   ACTION X(1), EMPID 9(5), ROUTING X(9), ACCOUNT X(17),
      *   ACCOUNT TYPE X(1) (C=CHECKING, S=SAVINGS), OPERATOR X(8)
      * THE OPERATOR IS REQUIRED ON I, U, V AND X.
      * THE FILE CARRIES THE SAME BATCH CONTROLS AS THE OTHER
      * TRANSACTION FEEDS: AN "H" HEADER (BATCH ID AND DATE), A "T"
      * TRAILER (DETAIL COUNT; THE HASH IS ZERO - THESE RECORDS
                       ORGANIZATION INDEXED
                       STATUS WS-BNK-FILE-STATUS
                       RECORD KEY BNK-EMPID.
        SELECT PEND-FILE ASSIGN "BANKPEND"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-BPD-FILE-STATUS
                       RECORD KEY BPD-EMPID.
        SELECT ADRCHG-FILE ASSIGN "ADDRCHG"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ACG-FILE-STATUS
                       RECORD KEY ACG-EMPID.
        SELECT HOLDCTL-FILE ASSIGN "BANKHOLD.CTL"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-BHC-FILE-STATUS.
        SELECT TRANS-FILE ASSIGN "EMPBANKT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPBANKM.ERR"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ERR-FILE-STATUS.
        SELECT EXCTRACK-FILE ASSIGN "EXCTRACK"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-EXCT-FILE-STATUS
                       RECORD KEY EXCT-KEY.
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

       FD BANK-FILE
       RECORD 60.
          05 BNK-PRENOTE       PIC X(01).
             88 BNK-PRENOTE-PENDING VALUE "P".
             88 BNK-ACCOUNT-LIVE    VALUE "A".
             88 BNK-ACCOUNT-RETURNED VALUE "R".
          05 BNK-PRENOTE-DATE  PIC 9(08).
          05 BNK-RETURN-DATE   PIC 9(08).
          05 BNK-RETURN-REASON PIC X(03).
          05 FILLER            PIC X(08).

      * ONE HELD CHANGE PER EMPLOYEE, KEPT AFTER IT IS VERIFIED,
      * CANCELLED OR SUPERSEDED SO THE DAILY REPORT SHOWS BOTH
      * OPERATORS.
       FD PEND-FILE
       RECORD 80.
       01 PENDREC.
          05 BPD-EMPID         PIC 9(05).
          05 BPD-ACTION        PIC X(01).
          05 BPD-ROUTING       PIC X(09).
          05 BPD-ACCOUNT       PIC X(17).
          05 BPD-ACCT-TYPE     PIC X(01).
          05 BPD-REASON        PIC X(01).
             88 BPD-NEAR-PAYDAY VALUE "P".
             88 BPD-AFTER-ADDRESS VALUE "A".
          05 BPD-STATUS        PIC X(01).
             88 BPD-PENDING    VALUE "P".
             88 BPD-VERIFIED   VALUE "V".
             88 BPD-CANCELLED  VALUE "X".
             88 BPD-SUPERSEDED VALUE "S".
          05 BPD-KEYED-DATE    PIC 9(08).
          05 BPD-KEYED-BY      PIC X(08).
          05 BPD-VERIFIED-DATE PIC 9(08).
          05 BPD-VERIFIED-BY   PIC X(08).
          05 BPD-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(05).

      * THE LAST ADDRESS CHANGE PER EMPLOYEE (EMPADDRM).
       FD ADRCHG-FILE
       RECORD 20.
       01 ADRCHG-REC.
          05 ACG-EMPID         PIC 9(05).
          05 ACG-CHANGED       PIC 9(08).
          05 ACG-ACTION        PIC X(01).
          05 FILLER            PIC X(06).

       FD HOLDCTL-FILE
       RECORD 6.
       01 HOLDCTL-REC.
          05 BHC-PAY-DAY       PIC 9(02).
          05 BHC-PAY-WINDOW    PIC 9(02).
          05 BHC-ADDR-WINDOW   PIC 9(02).

       FD TRANS-FILE
       RECORD 41.
       01 TRANS-REC.
          05 TRN-ACTION        PIC X(01).
             88 TB-HEADER-REC  VALUE "H".
          05 TRN-ROUTING       PIC X(09).
          05 TRN-ACCOUNT       PIC X(17).
          05 TRN-ACCT-TYPE     PIC X(01).
          05 TRN-OPERATOR      PIC X(08).
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TRN-EMPID-X       PIC X(05).
          05 TRN-ROUTING-X     PIC X(09).
          05 FILLER            PIC X(26).
       01 TRANS-HEADER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-HDR-BATCH-ID   PIC X(08).
          05 TB-HDR-DATE       PIC 9(08).
          05 FILLER            PIC X(24).
       01 TRANS-TRAILER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-TRL-COUNT      PIC 9(05).
          05 TB-TRL-HASH       PIC 9(09).
          05 FILLER            PIC X(26).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(35).

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

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 BNK-STATUS-OK      VALUE "00".
             88 BNK-FILE-NOT-FOUND VALUE "35".
             88 BNK-DUPLICATE-KEY  VALUE "22".
          05 WS-BPD-FILE-STATUS    PIC X(02) VALUE "00".
             88 BPD-STATUS-OK      VALUE "00".
             88 BPD-FILE-NOT-FOUND VALUE "35".
          05 WS-ACG-FILE-STATUS    PIC X(02) VALUE "00".
             88 ACG-STATUS-OK      VALUE "00".
          05 WS-ACG-OPEN           PIC X(01) VALUE "N".
             88 ACG-OPEN           VALUE "Y".
          05 WS-BHC-FILE-STATUS    PIC X(02) VALUE "00".
             88 BHC-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-STATUS    PIC X(02) VALUE "00".
             88 TRN-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-END       PIC X(01) VALUE "N".
             88 TRN-FILE-END       VALUE "Y".
          05 WS-ERR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERR-STATUS-OK      VALUE "00".
          05 WS-EXCT-FILE-STATUS   PIC X(02) VALUE "00".
             88 EXCT-STATUS-OK     VALUE "00".
             88 EXCT-FILE-NOT-FOUND VALUE "35".
          05 WS-EXCT-ACTIVE        PIC X(01) VALUE "N".
             88 EXCT-ACTIVE        VALUE "Y".
          05 WS-EMP-FOUND          PIC X(01) VALUE "N".
             88 EMP-FOUND          VALUE "Y".
          05 WS-BNK-FOUND          PIC X(01) VALUE "N".
             88 BNK-FOUND          VALUE "Y".
          05 WS-BPD-FOUND          PIC X(01) VALUE "N".
             88 BPD-FOUND          VALUE "Y".
          05 WS-HOLD-REASON        PIC X(01) VALUE SPACE.
             88 CHANGE-HELD        VALUE "P" "A".
          05 WS-RESOLVE-CASE       PIC X(01) VALUE "Y".
             88 RESOLVE-CASE       VALUE "Y".
          05 WS-HEADER-SEEN        PIC X(01) VALUE "N".
             88 HEADER-SEEN        VALUE "Y".
          05 WS-TRAILER-SEEN       PIC X(01) VALUE "N".
          05 WS-UPDATE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-DELETE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-CASE-CLOSE-COUNT   PIC 9(05) VALUE ZERO.
          05 WS-HELD-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-VERIFY-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-CANCEL-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-SUPERSEDE-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-REASON                PIC X(35) VALUE SPACES.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-DETAILS         PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
          05 WS-BD-YYYY            PIC 9(04).
          05 WS-BD-MM              PIC 9(02).
          05 WS-BD-DD              PIC 9(02).
       01 WS-HOLD-CONTROLS.
          05 WS-PAY-DAY            PIC 9(02) VALUE ZERO.
          05 WS-PAY-WINDOW         PIC 9(02) VALUE 3.
          05 WS-ADDR-WINDOW        PIC 9(02) VALUE 14.
       01 WS-PAY-DATE              PIC 9(08) VALUE ZERO.
       01 WS-PAY-DATE-X REDEFINES WS-PAY-DATE.
          05 WS-PD-YYYY            PIC 9(04).
          05 WS-PD-MM              PIC 9(02).
          05 WS-PD-DD              PIC 9(02).
       01 WS-MONTH-END             PIC 9(08) VALUE ZERO.
       01 WS-MONTH-END-X REDEFINES WS-MONTH-END.
          05 WS-ME-YYYY            PIC 9(04).
          05 WS-ME-MM              PIC 9(02).
          05 WS-ME-DD              PIC 9(02).
       01 WS-TODAY-INT             PIC 9(07) VALUE ZERO.
       01 WS-DAYS-TO-PAY           PIC S9(05) VALUE ZERO.
       01 WS-DAYS-SINCE-ADDR       PIC S9(05) VALUE ZERO.
       01 BREG-PARM.
          05 BREG-REQUEST          PIC X(01).
          05 BREG-BATCH-ID         PIC X(08).
               STOP RUN
           END-IF.

      * THE TRACKER IS ONLY NEEDED TO RESOLVE RETURNED-DEPOSIT
      * CASES - NO TRACKER YET MEANS NO CASES TO RESOLVE.
           OPEN I-O EXCTRACK-FILE.
           IF EXCT-STATUS-OK
               MOVE "Y" TO WS-EXCT-ACTIVE
           ELSE
               IF NOT EXCT-FILE-NOT-FOUND
                   DISPLAY "ERROR OPENING EXCTRACK-FILE"
                   DISPLAY "FILE STATUS : " WS-EXCT-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.

           OPEN OUTPUT ERROR-FILE.
               STOP RUN
           END-IF.

           OPEN I-O PEND-FILE.
           IF BPD-FILE-NOT-FOUND
               OPEN OUTPUT PEND-FILE
               CLOSE PEND-FILE
               OPEN I-O PEND-FILE
           END-IF.
           IF NOT BPD-STATUS-OK
               DISPLAY "ERROR OPENING PEND-FILE"
               DISPLAY "FILE STATUS : " WS-BPD-FILE-STATUS
               STOP RUN
           END-IF.

      * NO ADDRESS CHANGE FILE YET MEANS NO RECENT ADDRESS CHANGES.
           OPEN INPUT ADRCHG-FILE.
           IF ACG-STATUS-OK
               MOVE "Y" TO WS-ACG-OPEN
           END-IF.

           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           PERFORM 1200-SET-PAY-DATE THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      * THE NEXT PAY DATE IS THIS MONTH'S PAY DAY, OR NEXT MONTH'S
      * ONCE THE BUSINESS DATE IS PAST IT. A PAY DAY OF 00, OR ONE
      * BEYOND THE END OF A SHORT MONTH, IS THE LAST DAY.
       1200-SET-PAY-DATE.
           OPEN INPUT HOLDCTL-FILE.
           IF BHC-STATUS-OK
               READ HOLDCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BHC-PAY-DAY TO WS-PAY-DAY
                       MOVE BHC-PAY-WINDOW TO WS-PAY-WINDOW
                       MOVE BHC-ADDR-WINDOW TO WS-ADDR-WINDOW
               END-READ
               CLOSE HOLDCTL-FILE
           END-IF.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).

           MOVE WS-BD-YYYY TO WS-PD-YYYY.
           MOVE WS-BD-MM TO WS-PD-MM.
           PERFORM 1250-PAY-DAY-OF-MONTH THRU 1250-EXIT.
           IF WS-PAY-DATE < WS-BUSINESS-DATE
               IF WS-PD-MM = 12
                   ADD 1 TO WS-PD-YYYY
                   MOVE 1 TO WS-PD-MM
               ELSE
                   ADD 1 TO WS-PD-MM
               END-IF
               PERFORM 1250-PAY-DAY-OF-MONTH THRU 1250-EXIT
           END-IF.
           DISPLAY "NEXT PAY DATE " WS-PAY-DATE ", HOLD WINDOWS "
                   WS-PAY-WINDOW " / " WS-ADDR-WINDOW " DAYS".
       1200-EXIT.
           EXIT.

       1250-PAY-DAY-OF-MONTH.
           MOVE WS-PD-YYYY TO WS-ME-YYYY.
           MOVE WS-PD-MM TO WS-ME-MM.
           MOVE 1 TO WS-ME-DD.
           IF WS-ME-MM = 12
               ADD 1 TO WS-ME-YYYY
               MOVE 1 TO WS-ME-MM
           ELSE
               ADD 1 TO WS-ME-MM
           END-IF.
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-MONTH-END) - 1).
           IF WS-PAY-DAY = ZERO OR WS-PAY-DAY > WS-ME-DD
               MOVE WS-ME-DD TO WS-PD-DD
           ELSE
               MOVE WS-PAY-DAY TO WS-PD-DD
           END-IF.
       1250-EXIT.
           EXIT.

      * THE BATCH IS PROVED FIRST - HEADER, TRAILER, DETAIL COUNT
      * BALANCING TO THE TRAILER, AND A BATCH ID NOT APPLIED
      * BEFORE - SO A TRUNCATED TRANSFER OR A RE-SENT FILE IS
               GO TO 2100-REJECT
           END-IF.

           IF TRN-ACTION = "I" OR TRN-ACTION = "U"
              OR TRN-ACTION = "V" OR TRN-ACTION = "X"
               IF TRN-OPERATOR = SPACES
                   MOVE "OPERATOR ID MISSING" TO WS-REASON
                   GO TO 2100-REJECT
               END-IF
           END-IF.

           IF TRN-ACTION = "I" OR TRN-ACTION = "U"
               IF TRN-ROUTING-X NOT NUMERIC
                   MOVE "ROUTING NOT 9 DIGITS" TO WS-REASON
                   MOVE "Y" TO WS-BNK-FOUND
           END-READ.

           MOVE "N" TO WS-BPD-FOUND.
           MOVE TRN-EMPID TO BPD-EMPID.
           READ PEND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-BPD-FOUND
           END-READ.

           MOVE "Y" TO WS-RESOLVE-CASE.
           MOVE SPACE TO WS-HOLD-REASON.
           IF TRN-ACTION = "I" OR TRN-ACTION = "U"
               PERFORM 2200-CHECK-HOLD THRU 2200-EXIT
           END-IF.

           EVALUATE TRN-ACTION
               WHEN "I"
                   PERFORM 3000-ADD-ACCOUNT THRU 3000-EXIT
                   PERFORM 4000-REPLACE-ACCOUNT THRU 4000-EXIT
               WHEN "D"
                   PERFORM 5000-REMOVE-ACCOUNT THRU 5000-EXIT
               WHEN "V"
                   PERFORM 7000-VERIFY-CHANGE THRU 7000-EXIT
               WHEN "X"
                   PERFORM 7500-CANCEL-CHANGE THRU 7500-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-REASON
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF.
           IF RESOLVE-CASE
               PERFORM 6000-RESOLVE-RETURN-CASE THRU 6000-EXIT
           END-IF.
           GO TO 2100-EXIT.

       2100-REJECT.
       2100-EXIT.
           EXIT.

      * A CHANGE KEYED CLOSE TO PAYDAY, OR SOON AFTER THE ADDRESS
      * CHANGED, IS THE CLASSIC ACCOUNT-TAKEOVER PATTERN - HOLD IT.
       2200-CHECK-HOLD.
           COMPUTE WS-DAYS-TO-PAY =
               FUNCTION INTEGER-OF-DATE (WS-PAY-DATE) - WS-TODAY-INT.
           IF WS-DAYS-TO-PAY NOT > WS-PAY-WINDOW
               MOVE "P" TO WS-HOLD-REASON
               GO TO 2200-EXIT
           END-IF.
           IF NOT ACG-OPEN
               GO TO 2200-EXIT
           END-IF.
           MOVE TRN-EMPID TO ACG-EMPID.
           READ ADRCHG-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           COMPUTE WS-DAYS-SINCE-ADDR = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE (ACG-CHANGED).
           IF WS-DAYS-SINCE-ADDR NOT > WS-ADDR-WINDOW
               MOVE "A" TO WS-HOLD-REASON
           END-IF.
       2200-EXIT.
           EXIT.

       3000-ADD-ACCOUNT.
           IF BNK-FOUND
               MOVE "ACCOUNT ALREADY ON FILE - USE U" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF CHANGE-HELD
               PERFORM 7200-HOLD-CHANGE THRU 7200-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 8000-BUILD-BANK-REC THRU 8000-EXIT.
           WRITE BNKREC.
           IF BNK-STATUS-OK
               ADD 1 TO WS-ADD-COUNT
               DISPLAY "BANK ACCOUNT ADDED: " BNK-EMPID
                       " (PRENOTE PENDING)"
               PERFORM 7800-SUPERSEDE-HELD THRU 7800-EXIT
           ELSE
               MOVE "ERROR WRITING BANK RECORD" TO WS-REASON
           END-IF.
               MOVE "NO ACCOUNT ON FILE - USE I" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           IF CHANGE-HELD
               PERFORM 7200-HOLD-CHANGE THRU 7200-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 8000-BUILD-BANK-REC THRU 8000-EXIT.
           REWRITE BNKREC.
           IF BNK-STATUS-OK
               ADD 1 TO WS-UPDATE-COUNT
               DISPLAY "BANK ACCOUNT REPLACED: " BNK-EMPID
                       " (PRENOTE PENDING)"
               PERFORM 7800-SUPERSEDE-HELD THRU 7800-EXIT
           ELSE
               MOVE "ERROR REWRITING BANK RECORD" TO WS-REASON
           END-IF.
       5000-EXIT.
           EXIT.

      * NEW DETAILS, OR NO ACCOUNT AT ALL, ANSWER A RETURNED
      * DEPOSIT - ITS OPEN BR CASE ON THE TRACKER IS RESOLVED.
       6000-RESOLVE-RETURN-CASE.
           IF NOT EXCT-ACTIVE
               GO TO 6000-EXIT
           END-IF.
           MOVE TRN-EMPID TO EXCT-EMPID.
           MOVE "BR" TO EXCT-REASON-CD.
           READ EXCTRACK-FILE
               INVALID KEY
                   GO TO 6000-EXIT
           END-READ.
           IF EXCT-RESOLVED NOT = "N"
               GO TO 6000-EXIT
           END-IF.
           MOVE "Y" TO EXCT-RESOLVED.
           MOVE WS-BUSINESS-DATE TO EXCT-LAST-SEEN.
           REWRITE EXCTRACK-REC.
           IF NOT EXCT-STATUS-OK
               DISPLAY "ERROR CLOSING CASE ON TRACKER"
               DISPLAY "FILE STATUS : " WS-EXCT-FILE-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO WS-CASE-CLOSE-COUNT.
           DISPLAY "RETURNED-DEPOSIT CASE " EXCT-CASE-NO " RESOLVED".
       6000-EXIT.
           EXIT.

      * CALLBACK MADE AND THE EMPLOYEE CONFIRMED THE NEW DETAILS -
      * A SECOND OPERATOR APPLIES THE HELD CHANGE, WHICH THEN GOES
      * THROUGH THE PRENOTE CYCLE LIKE ANY OTHER.
       7000-VERIFY-CHANGE.
           IF NOT BPD-FOUND OR NOT BPD-PENDING
               MOVE "NO HELD CHANGE TO VERIFY" TO WS-REASON
               GO TO 7000-EXIT
           END-IF.
           IF TRN-OPERATOR = BPD-KEYED-BY
               MOVE "VERIFIER MUST DIFFER FROM KEYER" TO WS-REASON
               GO TO 7000-EXIT
           END-IF.
           MOVE BPD-ROUTING TO TRN-ROUTING.
           MOVE BPD-ACCOUNT TO TRN-ACCOUNT.
           MOVE BPD-ACCT-TYPE TO TRN-ACCT-TYPE.
           PERFORM 8000-BUILD-BANK-REC THRU 8000-EXIT.
           IF BNK-FOUND
               REWRITE BNKREC
           ELSE
               WRITE BNKREC
           END-IF.
           IF NOT BNK-STATUS-OK
               MOVE "ERROR APPLYING VERIFIED CHANGE" TO WS-REASON
               GO TO 7000-EXIT
           END-IF.
           MOVE "V" TO BPD-STATUS.
           MOVE WS-BUSINESS-DATE TO BPD-VERIFIED-DATE.
           MOVE TRN-OPERATOR TO BPD-VERIFIED-BY.
           REWRITE PENDREC.
           IF NOT BPD-STATUS-OK
               MOVE "ERROR REWRITING HELD CHANGE" TO WS-REASON
               GO TO 7000-EXIT
           END-IF.
           ADD 1 TO WS-VERIFY-COUNT.
           DISPLAY "HELD CHANGE VERIFIED AND APPLIED: " BPD-EMPID
                   " BY " TRN-OPERATOR " (PRENOTE PENDING)".
       7000-EXIT.
           EXIT.

      * THE CHANGE IS KEPT ON BANKPEND AND EMPBANK IS LEFT ALONE. A
      * SECOND CHANGE KEYED WHILE ONE IS HELD REPLACES IT.
       7200-HOLD-CHANGE.
           MOVE "N" TO WS-RESOLVE-CASE.
           MOVE SPACES TO PENDREC.
           MOVE TRN-EMPID TO BPD-EMPID.
           MOVE TRN-ACTION TO BPD-ACTION.
           MOVE TRN-ROUTING TO BPD-ROUTING.
           MOVE TRN-ACCOUNT TO BPD-ACCOUNT.
           MOVE TRN-ACCT-TYPE TO BPD-ACCT-TYPE.
           MOVE WS-HOLD-REASON TO BPD-REASON.
           MOVE "P" TO BPD-STATUS.
           MOVE WS-BUSINESS-DATE TO BPD-KEYED-DATE.
           MOVE TRN-OPERATOR TO BPD-KEYED-BY.
           MOVE ZERO TO BPD-VERIFIED-DATE.
           MOVE WS-BATCH-ID TO BPD-BATCH-ID.
           IF BPD-FOUND
               REWRITE PENDREC
           ELSE
               WRITE PENDREC
           END-IF.
           IF NOT BPD-STATUS-OK
               MOVE "ERROR WRITING HELD CHANGE" TO WS-REASON
               GO TO 7200-EXIT
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           IF BPD-NEAR-PAYDAY
               DISPLAY "BANK CHANGE HELD FOR CALLBACK: " BPD-EMPID
                       " - WITHIN " WS-PAY-WINDOW " DAYS OF PAYDAY"
           ELSE
               DISPLAY "BANK CHANGE HELD FOR CALLBACK: " BPD-EMPID
                       " - ADDRESS CHANGED " ACG-CHANGED
           END-IF.
       7200-EXIT.
           EXIT.

       7500-CANCEL-CHANGE.
           MOVE "N" TO WS-RESOLVE-CASE.
           IF NOT BPD-FOUND OR NOT BPD-PENDING
               MOVE "NO HELD CHANGE TO CANCEL" TO WS-REASON
               GO TO 7500-EXIT
           END-IF.
           MOVE "X" TO BPD-STATUS.
           MOVE WS-BUSINESS-DATE TO BPD-VERIFIED-DATE.
           MOVE TRN-OPERATOR TO BPD-VERIFIED-BY.
           REWRITE PENDREC.
           IF NOT BPD-STATUS-OK
               MOVE "ERROR REWRITING HELD CHANGE" TO WS-REASON
               GO TO 7500-EXIT
           END-IF.
           ADD 1 TO WS-CANCEL-COUNT.
           DISPLAY "HELD CHANGE CANCELLED: " BPD-EMPID
                   " BY " TRN-OPERATOR.
       7500-EXIT.
           EXIT.

      * A CHANGE APPLIED OUTSIDE THE WINDOWS OVERTAKES ANY CHANGE
      * STILL HELD, WHICH MUST NOT BE VERIFIED ON TOP OF IT LATER.
       7800-SUPERSEDE-HELD.
           IF NOT BPD-FOUND OR NOT BPD-PENDING
               GO TO 7800-EXIT
           END-IF.
           MOVE "S" TO BPD-STATUS.
           MOVE WS-BUSINESS-DATE TO BPD-VERIFIED-DATE.
           MOVE TRN-OPERATOR TO BPD-VERIFIED-BY.
           REWRITE PENDREC.
           IF NOT BPD-STATUS-OK
               DISPLAY "ERROR SUPERSEDING HELD CHANGE"
               DISPLAY "FILE STATUS : " WS-BPD-FILE-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO WS-SUPERSEDE-COUNT.
           DISPLAY "HELD CHANGE SUPERSEDED: " BPD-EMPID.
       7800-EXIT.
           EXIT.

      * A NEW OR CHANGED ACCOUNT ALWAYS GOES BACK TO PRENOTE
      * PENDING - THE NEXT PAYMENT RUN PROVES IT WITH A ZERO-VALUE
      * PRENOTE BEFORE ANY LIVE MONEY MOVES.
           MOVE TRN-ACCT-TYPE   TO BNK-ACCT-TYPE.
           MOVE "P"             TO BNK-PRENOTE.
           MOVE WS-BUSINESS-DATE TO BNK-PRENOTE-DATE.
           MOVE ZERO            TO BNK-RETURN-DATE.
       8000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           CLOSE BANK-FILE.
           CLOSE PEND-FILE.
           IF ACG-OPEN
               CLOSE ADRCHG-FILE
           END-IF.
           CLOSE TRANS-FILE.
           CLOSE ERROR-FILE.
           IF EXCT-ACTIVE
               CLOSE EXCTRACK-FILE
           END-IF.

      * THE BATCH IS NOW FULLY APPLIED - RECORD ITS ID SO A RE-SENT
      * COPY IS REJECTED NEXT TIME.
           DISPLAY "ACCOUNTS ADDED     : " WS-ADD-COUNT.
           DISPLAY "ACCOUNTS REPLACED  : " WS-UPDATE-COUNT.
           DISPLAY "ACCOUNTS REMOVED   : " WS-DELETE-COUNT.
           DISPLAY "RETURN CASES CLOSED: " WS-CASE-CLOSE-COUNT.
           DISPLAY "HELD FOR CALLBACK  : " WS-HELD-COUNT.
           DISPLAY "HELD AND VERIFIED  : " WS-VERIFY-COUNT.
           DISPLAY "HELD AND CANCELLED : " WS-CANCEL-COUNT.
           DISPLAY "HELD AND SUPERSEDED: " WS-SUPERSEDE-COUNT.
           DISPLAY "REJECTED           : " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
