       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPEXPED.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * EXPENSE CLAIM PRE-EDIT. RUNS AHEAD OF EMPPAYRUN THE SAME WAY
      * EMPTIMED DOES FOR TIMESHEETS: EVERY FIELD OF EACH RAW CLAIM
      * IS VALIDATED, CLAIMS THAT PASS ARE ADDED TO THE CLAIMS
      * REGISTER EMPEXPCLM AS APPROVED AND AWAITING PAYMENT, CLAIMS
      * THAT FAIL GO TO AN ERROR FILE WITH A REASON CODE AND TEXT.
      * THE NEXT PAY RUN REIMBURSES EVERY APPROVED CLAIM AS A
      * NON-TAXABLE LINE ON THE PAYSLIP AND MARKS IT PAID.
      *
      * TRANSACTION LAYOUT (45 BYTES):
      *   EMPID 9(5), CLAIM DATE YYYYMMDD 9(8), CATEGORY X(3),
      *   RECEIPT NUMBER X(12), AMOUNT 9(6)V99, MANAGER APPROVAL
      *   FLAG X(1) ("Y" = APPROVED), APPROVER ID X(8)
      * THE FILE CARRIES THE USUAL BATCH CONTROLS: AN "H" HEADER
      * (BATCH ID AND DATE) AND A "T" TRAILER (DETAIL COUNT AND
      * CLAIM-AMOUNT HASH); DETAILS START WITH A DIGIT.
      *
      * THE CATEGORY MASTER EXPCAT.DAT CARRIES EACH EXPENSE CATEGORY
      * AND ITS PER-CLAIM LIMIT. EACH CATEGORY POSTS TO THE GL
      * ELEMENT "EXP" PLUS ITS CODE ON GLMAP.DAT.
      *
      * THE RECEIPT NUMBER IS THE REGISTER KEY, SO A RECEIPT CAN
      * ONLY EVER BE CLAIMED ONCE - IN THIS BATCH OR ANY EARLIER ONE.
      *
      * REASON CODES:
      *   EX01 - EMPID NOT NUMERIC OR ZERO
      *   EX02 - EMPLOYEE NOT ON EMPFILE
      *   EX03 - EMPLOYEE NOT ACTIVE
      *   EX04 - CATEGORY NOT ON CATEGORY MASTER
      *   EX05 - AMOUNT NOT NUMERIC OR ZERO
      *   EX06 - AMOUNT OVER THE CATEGORY'S PER-CLAIM LIMIT
      *   EX07 - NOT APPROVED BY A MANAGER
      *   EX08 - CLAIM DATE NOT VALID, IN THE FUTURE OR BEFORE HIRE
      *   EX09 - RECEIPT NUMBER MISSING OR ALREADY CLAIMED
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT CLAIMIN-FILE ASSIGN "EMPEXP.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CIN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPEXPED.ERR"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ERROR-FILE-STATUS.
        SELECT EMPFILE ASSIGN "EMPFIL"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-EMP-FILE-STATUS
                       RECORD KEY EMPID
                       ALTERNATE RECORD KEY EMPDEPT WITH DUPLICATES.
        SELECT CATEGORY-FILE ASSIGN "EXPCAT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CAT-FILE-STATUS.
        SELECT CLAIM-FILE ASSIGN "EMPEXPCLM"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-CLM-FILE-STATUS
                       RECORD KEY CLM-RECEIPT
                       ALTERNATE RECORD KEY CLM-EMPID WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.

       FD CLAIMIN-FILE
       RECORD 45.
       01 CLAIMIN-REC.
          05 CI-EMPID          PIC 9(05).
          05 CI-CLAIM-DATE     PIC 9(08).
          05 CI-CATEGORY       PIC X(03).
          05 CI-RECEIPT        PIC X(12).
          05 CI-AMOUNT         PIC 9(06)V99.
          05 CI-APPROVED       PIC X(01).
             88 CI-MANAGER-APPROVED VALUE "Y".
          05 CI-APPROVER       PIC X(08).
       01 CLAIMIN-REC-X REDEFINES CLAIMIN-REC.
          05 CI-EMPID-X        PIC X(05).
          05 CI-CLAIM-DATE-X   PIC X(08).
          05 FILLER            PIC X(15).
          05 CI-AMOUNT-X       PIC X(08).
          05 FILLER            PIC X(09).
       01 CLAIM-BATCH-REC REDEFINES CLAIMIN-REC.
          05 CB-REC-TYPE       PIC X(01).
             88 CB-HEADER-REC  VALUE "H".
             88 CB-TRAILER-REC VALUE "T".
          05 FILLER            PIC X(44).
       01 CLAIM-HEADER REDEFINES CLAIMIN-REC.
          05 FILLER            PIC X(01).
          05 CB-HDR-BATCH-ID   PIC X(08).
          05 CB-HDR-DATE       PIC 9(08).
          05 FILLER            PIC X(28).
       01 CLAIM-TRAILER REDEFINES CLAIMIN-REC.
          05 FILLER            PIC X(01).
          05 CB-TRL-COUNT      PIC 9(05).
          05 CB-TRL-HASH       PIC 9(09)V99.
          05 FILLER            PIC X(28).

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

      * ONE RECORD PER EXPENSE CATEGORY WITH THE MOST A SINGLE
      * CLAIM IN IT MAY BE FOR.
       FD CATEGORY-FILE
       RECORD 31.
       01 CATEGORY-REC.
          05 CAT-CODE          PIC X(03).
          05 CAT-NAME          PIC X(20).
          05 CAT-LIMIT         PIC 9(06)V99.

      * THE CLAIMS REGISTER: ONE RECORD PER RECEIPT, "A" WHILE IT
      * IS APPROVED AND WAITING FOR THE PAY RUN, "P" ONCE PAID WITH
      * THE PERIOD IT WAS PAID IN.
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

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-INPUT-LINE    PIC X(45).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 ERR-REASON-CODE   PIC X(04).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 ERR-REASON-TEXT   PIC X(36).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-CIN-FILE-STATUS    PIC X(02) VALUE "00".
             88 CIN-STATUS-OK      VALUE "00".
          05 WS-CIN-FILE-END       PIC X(01) VALUE "N".
             88 CIN-FILE-END       VALUE "Y".
          05 WS-ERROR-FILE-STATUS  PIC X(02) VALUE "00".
             88 ERROR-STATUS-OK    VALUE "00".
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-CAT-FILE-STATUS    PIC X(02) VALUE "00".
             88 CAT-STATUS-OK      VALUE "00".
          05 WS-CAT-FILE-END       PIC X(01) VALUE "N".
             88 CAT-FILE-END       VALUE "Y".
          05 WS-CLM-FILE-STATUS    PIC X(02) VALUE "00".
             88 CLM-STATUS-OK      VALUE "00".
             88 CLM-FILE-NOT-FOUND VALUE "35".
          05 WS-EMP-FOUND          PIC X(01) VALUE "N".
             88 EMP-FOUND          VALUE "Y".
          05 WS-RECEIPT-FOUND      PIC X(01) VALUE "N".
             88 RECEIPT-ON-FILE    VALUE "Y".
          05 WS-HEADER-SEEN        PIC X(01) VALUE "N".
             88 HEADER-SEEN        VALUE "Y".
          05 WS-TRAILER-SEEN       PIC X(01) VALUE "N".
             88 TRAILER-SEEN       VALUE "Y".

       01 WS-COUNTS.
          05 WS-READ-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-CLEAN-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-ERROR-COUNT        PIC 9(05) VALUE ZERO.
       01 WS-CLEAN-AMOUNT          PIC 9(09)V99 VALUE ZERO.
       01 WS-REASON-CODE           PIC X(04) VALUE SPACES.
       01 WS-REASON-TEXT           PIC X(36) VALUE SPACES.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.

       01 WS-CAT-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-CAT-TABLE.
          05 WS-CAT-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-CAT-COUNT.
             10 WS-CT-CODE         PIC X(03).
             10 WS-CT-LIMIT        PIC 9(06)V99.
       01 WS-CAT-SUB               PIC 9(02).
       01 WS-CAT-PICK              PIC 9(02) VALUE ZERO.

       01 WS-BATCH-FIELDS.
          05 WS-BATCH-ID           PIC X(08) VALUE SPACES.
          05 WS-BATCH-DETAILS      PIC 9(05) VALUE ZERO.
          05 WS-BATCH-HASH         PIC 9(09)V99 VALUE ZERO.
          05 WS-TRAILER-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-TRAILER-HASH       PIC 9(09)V99 VALUE ZERO.
       01 BREG-PARM.
          05 BREG-REQUEST          PIC X(01).
          05 BREG-BATCH-ID         PIC X(08).
          05 BREG-RESULT           PIC X(01).
       01 DV-PARM.
          05 DV-DATE               PIC 9(08).
          05 DV-CHECK-TYPE         PIC X(01).
          05 DV-TODAY              PIC 9(08).
          05 DV-HIRE-DATE          PIC 9(08).
          05 DV-RESULT             PIC X(01).
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPEXPED".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-EDIT-CLAIMS THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-LOAD-CATEGORIES THRU 1100-EXIT.
           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.

      * THE CLAIMS REGISTER IS CREATED ON FIRST USE, THE SAME WAY
      * EMPPAYREV CREATES THE HOLD FILE.
           OPEN I-O CLAIM-FILE.
           IF CLM-FILE-NOT-FOUND
               OPEN OUTPUT CLAIM-FILE
               CLOSE CLAIM-FILE
               OPEN I-O CLAIM-FILE
           END-IF.
           IF NOT CLM-STATUS-OK
               DISPLAY "ERROR OPENING CLAIM-FILE"
               DISPLAY "FILE STATUS : " WS-CLM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ERROR-FILE.
           IF NOT ERROR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
               DISPLAY "FILE STATUS : " WS-ERROR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

      * THE CATEGORY CODE AND ITS PER-CLAIM LIMIT ARE ALL THE EDIT
      * NEEDS FROM THE CATEGORY MASTER.
       1100-LOAD-CATEGORIES.
           OPEN INPUT CATEGORY-FILE.
           IF NOT CAT-STATUS-OK
               DISPLAY "ERROR OPENING CATEGORY-FILE"
               DISPLAY "FILE STATUS : " WS-CAT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
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
                           MOVE CAT-CODE TO
                               WS-CT-CODE (WS-CAT-COUNT)
                           MOVE CAT-LIMIT TO
                               WS-CT-LIMIT (WS-CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATEGORY-FILE.
           IF WS-CAT-COUNT = ZERO
               DISPLAY "CATEGORY MASTER IS EMPTY - NOTHING CAN EDIT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1100-EXIT.
           EXIT.

      * THE BATCH IS PROVED WHOLE BEFORE A SINGLE CLAIM IS EDITED:
      * HEADER, TRAILER, COUNT AND CLAIM-AMOUNT HASH, AND A BATCH ID
      * NOT APPLIED BEFORE.
       1500-VALIDATE-BATCH-CONTROLS.
           OPEN INPUT CLAIMIN-FILE.
           IF NOT CIN-STATUS-OK
               DISPLAY "ERROR OPENING CLAIMIN-FILE"
               DISPLAY "FILE STATUS : " WS-CIN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL CIN-FILE-END
               READ CLAIMIN-FILE
                   AT END
                       MOVE "Y" TO WS-CIN-FILE-END
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CB-HEADER-REC
                               MOVE "Y" TO WS-HEADER-SEEN
                               MOVE CB-HDR-BATCH-ID TO WS-BATCH-ID
                           WHEN CB-TRAILER-REC
                               MOVE "Y" TO WS-TRAILER-SEEN
                               MOVE CB-TRL-COUNT TO WS-TRAILER-COUNT
                               MOVE CB-TRL-HASH  TO WS-TRAILER-HASH
                           WHEN OTHER
                               ADD 1 TO WS-BATCH-DETAILS
                               IF CI-AMOUNT-X NUMERIC
                                   ADD CI-AMOUNT TO WS-BATCH-HASH
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CLAIMIN-FILE.

           IF NOT HEADER-SEEN
               DISPLAY "BATCH HAS NO HEADER - REJECTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT TRAILER-SEEN
               DISPLAY "BATCH HAS NO TRAILER - FILE MAY BE "
                       "TRUNCATED - REJECTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-BATCH-DETAILS NOT = WS-TRAILER-COUNT
               DISPLAY "BATCH COUNT DOES NOT BALANCE - REJECTED"
               DISPLAY "TRAILER : " WS-TRAILER-COUNT
               DISPLAY "COUNTED : " WS-BATCH-DETAILS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-BATCH-HASH NOT = WS-TRAILER-HASH
               DISPLAY "BATCH AMOUNT HASH DOES NOT BALANCE - REJECTED"
               DISPLAY "TRAILER : " WS-TRAILER-HASH
               DISPLAY "COUNTED : " WS-BATCH-HASH
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "C" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.
           IF BREG-RESULT = "S"
               DISPLAY "BATCH " WS-BATCH-ID
                       " WAS ALREADY APPLIED - REJECTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "BATCH " WS-BATCH-ID " ACCEPTED, "
                   WS-BATCH-DETAILS " CLAIMS".

           OPEN INPUT CLAIMIN-FILE.
           IF NOT CIN-STATUS-OK
               DISPLAY "ERROR REOPENING CLAIMIN-FILE"
               DISPLAY "FILE STATUS : " WS-CIN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-CIN-FILE-END.
       1500-EXIT.
           EXIT.

       2000-EDIT-CLAIMS.
           PERFORM UNTIL CIN-FILE-END
               READ CLAIMIN-FILE
                   AT END
                       MOVE "Y" TO WS-CIN-FILE-END
                   NOT AT END
                       IF CB-HEADER-REC OR CB-TRAILER-REC
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2100-EDIT-ONE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-EDIT-ONE.
           MOVE SPACES TO WS-REASON-CODE.
           MOVE SPACES TO WS-REASON-TEXT.

           IF CI-EMPID-X NOT NUMERIC OR CI-EMPID = ZERO
               MOVE "EX01" TO WS-REASON-CODE
               MOVE "EMPID NOT NUMERIC OR ZERO" TO WS-REASON-TEXT
               GO TO 2100-REJECT
           END-IF.

           MOVE "N" TO WS-EMP-FOUND.
           MOVE CI-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ.
           IF NOT EMP-FOUND
               MOVE "EX02" TO WS-REASON-CODE
               MOVE "EMPLOYEE NOT ON EMPFILE" TO WS-REASON-TEXT
               GO TO 2100-REJECT
           END-IF.
           IF NOT EMP-ACTIVE
               MOVE "EX03" TO WS-REASON-CODE
               MOVE "EMPLOYEE NOT ACTIVE" TO WS-REASON-TEXT
               GO TO 2100-REJECT
           END-IF.

           PERFORM 2200-FIND-CATEGORY THRU 2200-EXIT.
           IF WS-CAT-PICK = ZERO
               MOVE "EX04" TO WS-REASON-CODE
               MOVE "CATEGORY NOT ON CATEGORY MASTER"
                   TO WS-REASON-TEXT
               GO TO 2100-REJECT
           END-IF.

           IF CI-AMOUNT-X NOT NUMERIC OR CI-AMOUNT = ZERO
               MOVE "EX05" TO WS-REASON-CODE
               MOVE "AMOUNT NOT NUMERIC OR ZERO" TO WS-REASON-TEXT
               GO TO 2100-REJECT
           END-IF.
           IF CI-AMOUNT > WS-CT-LIMIT (WS-CAT-PICK)
               MOVE "EX06" TO WS-REASON-CODE
               MOVE "AMOUNT OVER CATEGORY CLAIM LIMIT"
                   TO WS-REASON-TEXT
               GO TO 2100-REJECT
           END-IF.

           IF NOT CI-MANAGER-APPROVED OR CI-APPROVER = SPACES
               MOVE "EX07" TO WS-REASON-CODE
               MOVE "NOT APPROVED BY A MANAGER" TO WS-REASON-TEXT
               GO TO 2100-REJECT
           END-IF.

      * THE COMMON DATEVAL SERVICE PROVES THE CLAIM DATE IS A REAL
      * DATE, NOT AFTER THE BUSINESS DATE AND NOT BEFORE THE
      * EMPLOYEE WAS HIRED.
           IF CI-CLAIM-DATE-X NOT NUMERIC
               MOVE "EX08" TO WS-REASON-CODE
               MOVE "CLAIM DATE NOT A VALID DATE" TO WS-REASON-TEXT
               GO TO 2100-REJECT
           END-IF.
           MOVE CI-CLAIM-DATE TO DV-DATE.
           MOVE "T" TO DV-CHECK-TYPE.
           MOVE WS-BUSINESS-DATE TO DV-TODAY.
           MOVE EMP-HIRE-DATE TO DV-HIRE-DATE.
           CALL "DATEVAL" USING DV-PARM.
           EVALUATE DV-RESULT
               WHEN "Y"
                   CONTINUE
               WHEN "F"
                   MOVE "EX08" TO WS-REASON-CODE
                   MOVE "CLAIM DATE IN THE FUTURE" TO WS-REASON-TEXT
                   GO TO 2100-REJECT
               WHEN "B"
                   MOVE "EX08" TO WS-REASON-CODE
                   MOVE "CLAIM DATE BEFORE HIRE DATE"
                       TO WS-REASON-TEXT
                   GO TO 2100-REJECT
               WHEN OTHER
                   MOVE "EX08" TO WS-REASON-CODE
                   MOVE "CLAIM DATE NOT A VALID DATE"
                       TO WS-REASON-TEXT
                   GO TO 2100-REJECT
           END-EVALUATE.

           IF CI-RECEIPT = SPACES
               MOVE "EX09" TO WS-REASON-CODE
               MOVE "RECEIPT NUMBER MISSING" TO WS-REASON-TEXT
               GO TO 2100-REJECT
           END-IF.
           MOVE "N" TO WS-RECEIPT-FOUND.
           MOVE CI-RECEIPT TO CLM-RECEIPT.
           READ CLAIM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECEIPT-FOUND
           END-READ.
           IF RECEIPT-ON-FILE
               MOVE "EX09" TO WS-REASON-CODE
               MOVE "RECEIPT NUMBER ALREADY CLAIMED"
                   TO WS-REASON-TEXT
               GO TO 2100-REJECT
           END-IF.

           INITIALIZE CLAIM-REC.
           MOVE CI-RECEIPT TO CLM-RECEIPT.
           MOVE CI-EMPID TO CLM-EMPID.
           MOVE CI-CLAIM-DATE TO CLM-CLAIM-DATE.
           MOVE CI-CATEGORY TO CLM-CATEGORY.
           MOVE CI-AMOUNT TO CLM-AMOUNT.
           MOVE CI-APPROVER TO CLM-APPROVER.
           MOVE WS-BATCH-ID TO CLM-BATCH-ID.
           MOVE "A" TO CLM-STATUS.
           MOVE ZERO TO CLM-PAID-PERIOD.
           WRITE CLAIM-REC.
           IF NOT CLM-STATUS-OK
               DISPLAY "ERROR WRITING CLAIM-FILE"
               DISPLAY "FILE STATUS : " WS-CLM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-CLEAN-COUNT.
           ADD CI-AMOUNT TO WS-CLEAN-AMOUNT.
           GO TO 2100-EXIT.

       2100-REJECT.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO ERROR-LINE.
           MOVE CLAIMIN-REC TO ERR-INPUT-LINE.
           MOVE WS-REASON-CODE TO ERR-REASON-CODE.
           MOVE WS-REASON-TEXT TO ERR-REASON-TEXT.
           WRITE ERROR-LINE.
           DISPLAY "REJECTED " CI-EMPID-X " " CI-RECEIPT " "
                   WS-REASON-CODE " - " WS-REASON-TEXT.
       2100-EXIT.
           EXIT.

       2200-FIND-CATEGORY.
           MOVE ZERO TO WS-CAT-PICK.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-COUNT
               IF CI-CATEGORY = WS-CT-CODE (WS-CAT-SUB)
                   MOVE WS-CAT-SUB TO WS-CAT-PICK
                   MOVE WS-CAT-COUNT TO WS-CAT-SUB
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE CLAIMIN-FILE.
           CLOSE CLAIM-FILE.
           CLOSE ERROR-FILE.
           CLOSE EMPFILE.

      * THE BATCH IS NOW FULLY EDITED - RECORD ITS ID SO A RE-SENT
      * COPY IS REJECTED NEXT TIME.
           MOVE "R" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "EXPENSE CLAIMS APPROVED " WS-CLEAN-COUNT
                  " REJECTED " WS-ERROR-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF RETURN-CODE = ZERO AND WS-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "CLAIMS READ        : " WS-READ-COUNT.
           DISPLAY "CLAIMS APPROVED    : " WS-CLEAN-COUNT.
           DISPLAY "AMOUNT APPROVED    : " WS-CLEAN-AMOUNT.
           DISPLAY "CLAIMS IN ERROR    : " WS-ERROR-COUNT.
       9999-EXIT.
           EXIT.
