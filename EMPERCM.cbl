       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPERCM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * EMPLOYEE RELATIONS CASE REGISTER MAINTENANCE.
      *
      * DISCIPLINARY AND GRIEVANCE CASES ARE HELD ON THE INDEXED
      * REGISTER ERCASE, KEYED BY CASE NUMBER WITH THE EMPID AS AN
      * ALTERNATE KEY. THIS PROGRAM APPLIES ITS TRANSACTION FILE
      * (EMPERCT.DAT):
      *   O - OPEN A CASE. THE NEXT CASE NUMBER IS TAKEN FROM
      *       ERCASE.CTL
      *   U - AMEND A CASE: OUTCOME, WARNING EXPIRY OR THE REHIRE
      *       FLAG, WHICHEVER IS GIVEN
      *   C - CLOSE A CASE WITH ITS OUTCOME
      * CASE TYPES: VW VERBAL WARNING, WW WRITTEN WARNING, FW FINAL
      * WRITTEN WARNING, GR GRIEVANCE, IN INVESTIGATION.
      * OUTCOMES: WI WARNING ISSUED, DS DISMISSED, UP UPHELD, NU NOT
      * UPHELD, WD WITHDRAWN, NA NO FURTHER ACTION.
      * A WARNING ISSUED NEEDS AN EXPIRY DATE AFTER THE CLOSE DATE.
      * A CASE CLOSED WITH A FINAL WRITTEN WARNING OR A DISMISSAL IS
      * MARKED NOT ELIGIBLE FOR REHIRE UNLESS THE TRANSACTION SAYS
      * OTHERWISE; EMPREHIRE CHECKS THE FLAG.
      *
      * EVERY TRANSACTION CARRIES THE OPERATOR WHO KEYED IT, WHO
      * MUST HOLD ER ACCESS U ON OPERAUTH.DAT. WITHOUT OPERAUTH.DAT
      * NOTHING IS APPLIED. REJECTS GO TO EMPERCM.ERR WITH A REASON.
      *
      * TRANSACTION LAYOUT (49 BYTES):
      *   ACTION X(1), CASE NUMBER 9(6) (ZERO ON OPEN), EMPID 9(5),
      *   CASE TYPE X(2), OPENED DATE 9(8), CLOSED DATE 9(8),
      *   OUTCOME X(2), WARNING EXPIRY 9(8), REHIRE FLAG X(1)
      *   (Y/N, SPACE TO LEAVE), OPERATOR X(8)
      * THE FILE CARRIES THE SAME BATCH CONTROLS AS THE OTHER
      * TRANSACTION FEEDS: AN "H" HEADER (BATCH ID AND DATE), A "T"
      * TRAILER (DETAIL COUNT; THE HASH IS ZERO - THESE RECORDS
      * CARRY NO SALARY), AND A BATCH ID NOT APPLIED BEFORE. A
      * TRUNCATED OR RE-SENT FILE IS REJECTED WHOLE.
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
        SELECT CASE-FILE ASSIGN "ERCASE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ERC-FILE-STATUS
                       RECORD KEY ERC-CASE-NO
                       ALTERNATE RECORD KEY ERC-EMPID WITH DUPLICATES.
        SELECT CASECTL-FILE ASSIGN "ERCASE.CTL"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CASE-FILE-STATUS.
        SELECT AUTH-FILE ASSIGN "OPERAUTH.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-AUT-FILE-STATUS.
        SELECT TRANS-FILE ASSIGN "EMPERCT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPERCM.ERR"
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
          05 FILLER            PIC X(01).
          05 EMP-REC-VERSION   PIC X(01).
             88 EMP-REC-V2     VALUE "2".
          05 FILLER            PIC X(05).
          05 EMP-EXTENSION     PIC X(110).

      * A CASE IS OPEN WHILE ERC-CLOSED IS ZERO. ERC-EXPIRY IS THE
      * DATE A WARNING STOPS COUNTING (ZERO - NO LIVE WARNING).
       FD CASE-FILE
       RECORD 80.
       01 ERCASE-REC.
          05 ERC-CASE-NO       PIC 9(06).
          05 ERC-EMPID         PIC 9(05).
          05 ERC-TYPE          PIC X(02).
             88 ERC-VALID-TYPE VALUE "VW" "WW" "FW" "GR" "IN".
             88 ERC-WARNING    VALUE "VW" "WW" "FW".
          05 ERC-OPENED        PIC 9(08).
          05 ERC-CLOSED        PIC 9(08).
          05 ERC-OUTCOME       PIC X(02).
          05 ERC-EXPIRY        PIC 9(08).
          05 ERC-REHIRE        PIC X(01).
             88 ERC-NO-REHIRE  VALUE "N".
          05 ERC-OPENED-BY     PIC X(08).
          05 ERC-UPDATED-BY    PIC X(08).
          05 ERC-UPDATED       PIC 9(08).
          05 ERC-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(08).

       FD CASECTL-FILE
       RECORD 6.
       01 CASECTL-REC          PIC 9(06).

       FD AUTH-FILE
       RECORD 16.
       01 AUTH-REC.
          05 AUT-OPERATOR      PIC X(08).
          05 AUT-ALLOW-DELETE  PIC X(01).
          05 AUT-ALLOW-LARGE   PIC X(01).
          05 AUT-ACCESS        PIC X(01).
          05 AUT-DEPT          PIC 9(03).
          05 AUT-ER-ACCESS     PIC X(01).
          05 AUT-EEO-ACCESS    PIC X(01).

       FD TRANS-FILE
       RECORD 49.
       01 TRANS-REC.
          05 TRN-ACTION        PIC X(01).
             88 TB-HEADER-REC  VALUE "H".
             88 TB-TRAILER-REC VALUE "T".
          05 TRN-CASE-NO       PIC 9(06).
          05 TRN-EMPID         PIC 9(05).
          05 TRN-TYPE          PIC X(02).
          05 TRN-OPENED        PIC 9(08).
          05 TRN-CLOSED        PIC 9(08).
          05 TRN-OUTCOME       PIC X(02).
             88 TRN-VALID-OUTCOME VALUE "WI" "DS" "UP" "NU" "WD"
                                        "NA".
          05 TRN-EXPIRY        PIC 9(08).
          05 TRN-REHIRE        PIC X(01).
          05 TRN-OPERATOR      PIC X(08).
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TRN-CASE-NO-X     PIC X(06).
          05 TRN-EMPID-X       PIC X(05).
          05 FILLER            PIC X(02).
          05 TRN-OPENED-X      PIC X(08).
          05 TRN-CLOSED-X      PIC X(08).
          05 FILLER            PIC X(02).
          05 TRN-EXPIRY-X      PIC X(08).
          05 FILLER            PIC X(09).
       01 TRANS-HEADER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-HDR-BATCH-ID   PIC X(08).
          05 TB-HDR-DATE       PIC 9(08).
          05 FILLER            PIC X(32).
       01 TRANS-TRAILER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-TRL-COUNT      PIC 9(05).
          05 TB-TRL-HASH       PIC 9(09).
          05 FILLER            PIC X(34).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-ACTION        PIC X(01).
          05 FILLER            PIC X(01).
          05 ERR-CASE-NO       PIC X(06).
          05 FILLER            PIC X(02).
          05 ERR-EMPID         PIC X(05).
          05 FILLER            PIC X(02).
          05 ERR-OPERATOR      PIC X(08).
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(40).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-ERC-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERC-STATUS-OK      VALUE "00".
             88 ERC-FILE-NOT-FOUND VALUE "35".
          05 WS-CASE-FILE-STATUS   PIC X(02) VALUE "00".
             88 CASE-STATUS-OK     VALUE "00".
          05 WS-AUT-FILE-STATUS    PIC X(02) VALUE "00".
             88 AUT-STATUS-OK      VALUE "00".
          05 WS-AUT-FILE-END       PIC X(01) VALUE "N".
             88 AUT-FILE-END       VALUE "Y".
          05 WS-TRN-FILE-STATUS    PIC X(02) VALUE "00".
             88 TRN-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-END       PIC X(01) VALUE "N".
             88 TRN-FILE-END       VALUE "Y".
          05 WS-ERR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERR-STATUS-OK      VALUE "00".
          05 WS-CASE-FOUND         PIC X(01) VALUE "N".
             88 CASE-FOUND         VALUE "Y".
          05 WS-OPER-OK            PIC X(01) VALUE "N".
             88 OPER-OK            VALUE "Y".
          05 WS-HEADER-SEEN        PIC X(01) VALUE "N".
             88 HEADER-SEEN        VALUE "Y".
          05 WS-TRAILER-SEEN       PIC X(01) VALUE "N".
             88 TRAILER-SEEN       VALUE "Y".

       01 WS-COUNTS.
          05 WS-OPEN-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-AMEND-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-CLOSE-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-REASON                PIC X(40) VALUE SPACES.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-DETAILS         PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-NEXT-CASE-NO          PIC 9(06) VALUE 1.

      * THE OPERATORS HOLDING ER MAINTENANCE ACCESS.
       01 WS-AUTH-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-AUTH-TABLE.
          05 WS-AUT-OPER           PIC X(08) OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-AUTH-COUNT.
       01 WS-AUTH-SUB              PIC 9(03).

       01 BREG-PARM.
          05 BREG-REQUEST          PIC X(01).
          05 BREG-BATCH-ID         PIC X(08).
          05 BREG-RESULT           PIC X(01).
       01 DV-PARM.
          05 DV-DATE               PIC 9(08).
          05 DV-DATE-X REDEFINES DV-DATE PIC X(08).
          05 DV-CHECK-TYPE         PIC X(01).
          05 DV-TODAY              PIC 9(08).
          05 DV-HIRE-DATE          PIC 9(08).
          05 DV-RESULT             PIC X(01).
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPERCM".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O CASE-FILE.
           IF ERC-FILE-NOT-FOUND
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF.
           IF NOT ERC-STATUS-OK
               DISPLAY "ERROR OPENING CASE-FILE"
               DISPLAY "FILE STATUS : " WS-ERC-FILE-STATUS
               STOP RUN
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

           PERFORM 1100-LOAD-AUTHORITY THRU 1100-EXIT.
           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.

           OPEN OUTPUT ERROR-FILE.
           IF NOT ERR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
               DISPLAY "FILE STATUS : " WS-ERR-FILE-STATUS
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      * CASE DATA IS RESTRICTED: WITHOUT THE AUTHORIZATION FILE NO
      * ONE CAN BE PROVED TO HOLD ER ACCESS, SO NOTHING IS APPLIED.
       1100-LOAD-AUTHORITY.
           OPEN INPUT AUTH-FILE.
           IF NOT AUT-STATUS-OK
               DISPLAY "NO OPERATOR AUTHORIZATION FILE - "
                       "CASES NOT APPLIED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL AUT-FILE-END
               READ AUTH-FILE
                   AT END
                       MOVE "Y" TO WS-AUT-FILE-END
                   NOT AT END
                       IF AUT-ER-ACCESS = "U"
                               AND WS-AUTH-COUNT < 100
                           ADD 1 TO WS-AUTH-COUNT
                           MOVE AUT-OPERATOR
                               TO WS-AUT-OPER (WS-AUTH-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.
       1100-EXIT.
           EXIT.

      * THE BATCH IS PROVED FIRST - HEADER, TRAILER, DETAIL COUNT
      * BALANCING TO THE TRAILER, AND A BATCH ID NOT APPLIED
      * BEFORE - SO A TRUNCATED TRANSFER OR A RE-SENT FILE IS
      * REJECTED WHOLE BEFORE A SINGLE CASE CHANGES.
       1500-VALIDATE-BATCH-CONTROLS.
           OPEN INPUT TRANS-FILE.
           IF NOT TRN-STATUS-OK
               DISPLAY "ERROR OPENING TRANS-FILE"
               DISPLAY "FILE STATUS : " WS-TRN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
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
                           WHEN OTHER
                               ADD 1 TO WS-BATCH-DETAILS
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.

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
                   WS-BATCH-DETAILS " TRANSACTIONS".

           OPEN INPUT TRANS-FILE.
           IF NOT TRN-STATUS-OK
               DISPLAY "ERROR REOPENING TRANS-FILE"
               DISPLAY "FILE STATUS : " WS-TRN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-TRN-FILE-END.
       1500-EXIT.
           EXIT.

       2000-APPLY-TRANSACTIONS.
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
           MOVE "N" TO WS-OPER-OK.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
               IF WS-AUT-OPER (WS-AUTH-SUB) = TRN-OPERATOR
                   MOVE "Y" TO WS-OPER-OK
               END-IF
           END-PERFORM.
           IF NOT OPER-OK OR TRN-OPERATOR = SPACES
               MOVE "OPERATOR HAS NO ER MAINTENANCE ACCESS"
                   TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           IF TRN-EMPID-X NOT NUMERIC OR TRN-EMPID = ZERO
               MOVE "EMPID NOT NUMERIC OR ZERO" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF TRN-REHIRE NOT = SPACE AND TRN-REHIRE NOT = "Y"
                   AND TRN-REHIRE NOT = "N"
               MOVE "REHIRE FLAG MUST BE Y, N OR SPACE" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           EVALUATE TRN-ACTION
               WHEN "O"
                   PERFORM 3000-OPEN-CASE THRU 3000-EXIT
               WHEN "U"
                   PERFORM 2200-READ-CASE THRU 2200-EXIT
                   IF WS-REASON = SPACES
                       PERFORM 4000-AMEND-CASE THRU 4000-EXIT
                   END-IF
               WHEN "C"
                   PERFORM 2200-READ-CASE THRU 2200-EXIT
                   IF WS-REASON = SPACES
                       PERFORM 5000-CLOSE-CASE THRU 5000-EXIT
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-REASON
           END-EVALUATE.

           IF WS-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF.
           GO TO 2100-EXIT.

       2100-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ERROR-LINE.
           MOVE TRN-ACTION TO ERR-ACTION.
           MOVE TRN-CASE-NO-X TO ERR-CASE-NO.
           MOVE TRN-EMPID-X TO ERR-EMPID.
           MOVE TRN-OPERATOR TO ERR-OPERATOR.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
           DISPLAY "REJECTED " TRN-ACTION " " TRN-CASE-NO-X
                   " - " WS-REASON.
       2100-EXIT.
           EXIT.

      * AN AMENDMENT OR CLOSURE NAMES AN EXISTING CASE, AND THE
      * EMPID MUST AGREE - A MISKEYED CASE NUMBER MUST NOT LAND ON
      * SOMEONE ELSE'S FILE.
       2200-READ-CASE.
           IF TRN-CASE-NO-X NOT NUMERIC OR TRN-CASE-NO = ZERO
               MOVE "CASE NUMBER NOT NUMERIC OR ZERO" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE TRN-CASE-NO TO ERC-CASE-NO.
           READ CASE-FILE
               INVALID KEY
                   MOVE "CASE NOT ON REGISTER" TO WS-REASON
                   GO TO 2200-EXIT
           END-READ.
           IF ERC-EMPID NOT = TRN-EMPID
               MOVE "CASE BELONGS TO ANOTHER EMPLOYEE" TO WS-REASON
           END-IF.
       2200-EXIT.
           EXIT.

       3000-OPEN-CASE.
           MOVE TRN-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON EMPFILE" TO WS-REASON
                   GO TO 3000-EXIT
           END-READ.
           MOVE SPACES TO ERCASE-REC.
           MOVE TRN-TYPE TO ERC-TYPE.
           IF NOT ERC-VALID-TYPE
               MOVE "UNKNOWN CASE TYPE" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           MOVE TRN-OPENED-X TO DV-DATE-X.
           MOVE "H" TO DV-CHECK-TYPE.
           MOVE WS-BUSINESS-DATE TO DV-TODAY.
           MOVE ZERO TO DV-HIRE-DATE.
           CALL "DATEVAL" USING DV-PARM.
           IF DV-RESULT NOT = "Y"
               MOVE "OPENED DATE INVALID OR IN THE FUTURE"
                   TO WS-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-NEXT-CASE-NO TO ERC-CASE-NO.
           MOVE TRN-EMPID TO ERC-EMPID.
           MOVE TRN-OPENED TO ERC-OPENED.
           MOVE ZERO TO ERC-CLOSED.
           MOVE ZERO TO ERC-EXPIRY.
           IF TRN-REHIRE = "N"
               MOVE "N" TO ERC-REHIRE
           ELSE
               MOVE "Y" TO ERC-REHIRE
           END-IF.
           MOVE TRN-OPERATOR TO ERC-OPENED-BY.
           MOVE TRN-OPERATOR TO ERC-UPDATED-BY.
           MOVE WS-BUSINESS-DATE TO ERC-UPDATED.
           MOVE WS-BATCH-ID TO ERC-BATCH-ID.
           WRITE ERCASE-REC.
           IF ERC-STATUS-OK
               ADD 1 TO WS-NEXT-CASE-NO
               ADD 1 TO WS-OPEN-COUNT
               DISPLAY "CASE OPENED: " ERC-CASE-NO " EMPID "
                       ERC-EMPID " TYPE " ERC-TYPE
           ELSE
               MOVE "ERROR WRITING CASE" TO WS-REASON
           END-IF.
       3000-EXIT.
           EXIT.

      * ONLY THE FIELDS GIVEN ARE CHANGED.
       4000-AMEND-CASE.
           IF TRN-OUTCOME NOT = SPACES
               IF ERC-CLOSED = ZERO
                   MOVE "OUTCOME IS SET BY CLOSING THE CASE"
                       TO WS-REASON
                   GO TO 4000-EXIT
               END-IF
               IF NOT TRN-VALID-OUTCOME
                   MOVE "UNKNOWN OUTCOME" TO WS-REASON
                   GO TO 4000-EXIT
               END-IF
               MOVE TRN-OUTCOME TO ERC-OUTCOME
           END-IF.
           IF TRN-EXPIRY-X NOT = SPACES AND TRN-EXPIRY-X NOT = ZERO
               MOVE TRN-EXPIRY-X TO DV-DATE-X
               MOVE "D" TO DV-CHECK-TYPE
               MOVE WS-BUSINESS-DATE TO DV-TODAY
               MOVE ZERO TO DV-HIRE-DATE
               CALL "DATEVAL" USING DV-PARM
               IF DV-RESULT NOT = "Y"
                   MOVE "WARNING EXPIRY NOT A REAL DATE" TO WS-REASON
                   GO TO 4000-EXIT
               END-IF
               IF TRN-EXPIRY NOT > ERC-OPENED
                   MOVE "WARNING EXPIRY NOT AFTER CASE OPENED"
                       TO WS-REASON
                   GO TO 4000-EXIT
               END-IF
               MOVE TRN-EXPIRY TO ERC-EXPIRY
           END-IF.
           IF TRN-REHIRE NOT = SPACE
               MOVE TRN-REHIRE TO ERC-REHIRE
           END-IF.
           MOVE TRN-OPERATOR TO ERC-UPDATED-BY.
           MOVE WS-BUSINESS-DATE TO ERC-UPDATED.
           MOVE WS-BATCH-ID TO ERC-BATCH-ID.
           REWRITE ERCASE-REC.
           IF ERC-STATUS-OK
               ADD 1 TO WS-AMEND-COUNT
               DISPLAY "CASE AMENDED: " ERC-CASE-NO
           ELSE
               MOVE "ERROR REWRITING CASE" TO WS-REASON
           END-IF.
       4000-EXIT.
           EXIT.

       5000-CLOSE-CASE.
           IF ERC-CLOSED NOT = ZERO
               MOVE "CASE ALREADY CLOSED" TO WS-REASON
               GO TO 5000-EXIT
           END-IF.
           MOVE TRN-CLOSED-X TO DV-DATE-X.
           MOVE "H" TO DV-CHECK-TYPE.
           MOVE WS-BUSINESS-DATE TO DV-TODAY.
           MOVE ZERO TO DV-HIRE-DATE.
           CALL "DATEVAL" USING DV-PARM.
           IF DV-RESULT NOT = "Y"
               MOVE "CLOSED DATE INVALID OR IN THE FUTURE"
                   TO WS-REASON
               GO TO 5000-EXIT
           END-IF.
           IF TRN-CLOSED < ERC-OPENED
               MOVE "CLOSED BEFORE THE CASE WAS OPENED" TO WS-REASON
               GO TO 5000-EXIT
           END-IF.
           IF NOT TRN-VALID-OUTCOME
               MOVE "CLOSING NEEDS A VALID OUTCOME" TO WS-REASON
               GO TO 5000-EXIT
           END-IF.

      * A WARNING ISSUED RUNS TO ITS EXPIRY DATE.
           IF TRN-OUTCOME = "WI"
               IF NOT ERC-WARNING
                   MOVE "ONLY A WARNING CASE CAN ISSUE A WARNING"
                       TO WS-REASON
                   GO TO 5000-EXIT
               END-IF
               MOVE TRN-EXPIRY-X TO DV-DATE-X
               MOVE "D" TO DV-CHECK-TYPE
               CALL "DATEVAL" USING DV-PARM
               IF DV-RESULT NOT = "Y"
                   MOVE "WARNING ISSUED NEEDS AN EXPIRY DATE"
                       TO WS-REASON
                   GO TO 5000-EXIT
               END-IF
               IF TRN-EXPIRY NOT > TRN-CLOSED
                   MOVE "WARNING EXPIRY NOT AFTER CLOSED DATE"
                       TO WS-REASON
                   GO TO 5000-EXIT
               END-IF
               MOVE TRN-EXPIRY TO ERC-EXPIRY
           END-IF.

           MOVE TRN-CLOSED TO ERC-CLOSED.
           MOVE TRN-OUTCOME TO ERC-OUTCOME.
      * A FINAL WRITTEN WARNING OR A DISMISSAL BARS REHIRE UNLESS
      * THE CLOSING TRANSACTION SAYS OTHERWISE.
           IF TRN-REHIRE NOT = SPACE
               MOVE TRN-REHIRE TO ERC-REHIRE
           ELSE
               IF TRN-OUTCOME = "DS"
                       OR (TRN-OUTCOME = "WI" AND ERC-TYPE = "FW")
                   MOVE "N" TO ERC-REHIRE
               END-IF
           END-IF.
           MOVE TRN-OPERATOR TO ERC-UPDATED-BY.
           MOVE WS-BUSINESS-DATE TO ERC-UPDATED.
           MOVE WS-BATCH-ID TO ERC-BATCH-ID.
           REWRITE ERCASE-REC.
           IF ERC-STATUS-OK
               ADD 1 TO WS-CLOSE-COUNT
               DISPLAY "CASE CLOSED: " ERC-CASE-NO " OUTCOME "
                       ERC-OUTCOME " REHIRE " ERC-REHIRE
           ELSE
               MOVE "ERROR REWRITING CASE" TO WS-REASON
           END-IF.
       5000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           CLOSE CASE-FILE.
           CLOSE TRANS-FILE.
           CLOSE ERROR-FILE.

           OPEN OUTPUT CASECTL-FILE.
           IF CASE-STATUS-OK
               MOVE WS-NEXT-CASE-NO TO CASECTL-REC
               WRITE CASECTL-REC
               CLOSE CASECTL-FILE
           END-IF.

      * THE BATCH IS NOW FULLY APPLIED - RECORD ITS ID SO A RE-SENT
      * COPY IS REJECTED NEXT TIME.
           MOVE "R" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.

           IF WS-REJECT-COUNT > ZERO
               MOVE "W" TO LOG-SEVERITY
           ELSE
               MOVE "I" TO LOG-SEVERITY
           END-IF.
           MOVE SPACES TO LOG-TEXT.
           STRING "BATCH " WS-BATCH-ID " OPENED " WS-OPEN-COUNT
                  " CLOSED " WS-CLOSE-COUNT " REJECTED "
                  WS-REJECT-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "CASES OPENED       : " WS-OPEN-COUNT.
           DISPLAY "CASES AMENDED      : " WS-AMEND-COUNT.
           DISPLAY "CASES CLOSED       : " WS-CLOSE-COUNT.
           DISPLAY "REJECTED           : " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
