       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPREQM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * REQUISITION AND APPLICANT MAINTENANCE.
      *
      * EMPVACRPT LISTS THE AUTHORIZED POSITIONS WITH NO ACTIVE
      * INCUMBENT; THE RECRUITING THAT FOLLOWS IS TRACKED HERE. A
      * REQUISITION (REQUISN, KEYED BY REQUISITION ID, ALTERNATE KEY
      * POSITION ID) IS OPENED AGAINST A VACANT POSMAST POSITION AND
      * TAKES THAT POSITION'S DEPARTMENT AND GRADE. EACH CANDIDATE
      * ON IT IS AN APPLICANT RECORD (APPLICNT, KEYED BY
      * REQUISITION ID AND APPLICANT NUMBER) WHICH MOVES THROUGH THE
      * STAGES:
      *   A - APPLIED       I - INTERVIEWED     O - OFFERED
      *   C - ACCEPTED      D - DECLINED / WITHDRAWN
      * THIS PROGRAM APPLIES THE TRANSACTION FILE REQMAINT.DAT IN
      * THE SAME PATTERN AS EMPPOSM:
      *   RECORD TYPE "R" - REQUISITION, ACTIONS O (OPEN) AND
      *     X (CANCEL)
      *   RECORD TYPE "A" - APPLICANT, ACTION IS THE NEW STAGE
      *     (A ADDS THE APPLICANT, I/O/C/D MOVE IT ON)
      * AN OFFER CARRIES THE SALARY, PROVED AGAINST THE POSITION'S
      * GRADE BAND ON GRADEMAST.DAT. AN ACCEPTANCE CARRIES THE START
      * DATE (AND MAY CARRY A RENEGOTIATED SALARY, PROVED AGAIN).
      * ONLY ONE APPLICANT PER REQUISITION MAY STAND ACCEPTED.
      *
      * ONCE AN ACCEPTED APPLICANT'S START DATE HAS ARRIVED (ON THE
      * RUN THAT ACCEPTS THEM, OR A LATER ONE), THE HIRE IS RAISED:
      * AN EMPID IS TAKEN FROM EMPIDCTL.DAT, THE NEW-HIRE RECORD IS
      * ADDED TO NEWHIRE.DAT WITH THE POSITION'S DEPARTMENT AND
      * GRADE (THE FILE IS REBUILT AS A COMPLETE BATCH EXACTLY AS
      * EMPEXCFIX DOES), THE POSITION IS LINKED TO THE NEW EMPID ON
      * POSASGN, AND THE REQUISITION IS CLOSED AS FILLED ON THE
      * START DATE. A HIRE IS NOT RAISED BEFORE ITS START DATE
      * BECAUSE NEWHEDIT REJECTS FUTURE-DATED HIRES. EMPTTFRPT
      * REPORTS TIME TO FILL FROM THE REQUISITION FILE.
      *
      * REJECTS GO TO EMPREQM.ERR WITH A REASON. THE FILE CARRIES
      * THE USUAL "H" HEADER AND "T" TRAILER BATCH CONTROLS.
      *
      * TRANSACTION LAYOUT (64 BYTES):
      *   TYPE X(1), ACTION X(1), REQUISITION ID X(6),
      *   POSITION ID X(6), APPLICANT NO 9(3), TITLE/NAME X(20),
      *   EVENT DATE 9(8), SALARY 9(6)V99, START DATE 9(8),
      *   FILLER X(3)
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
        SELECT POS-FILE ASSIGN "POSMAST"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-POS-FILE-STATUS
                       RECORD KEY POS-ID.
        SELECT ASGN-FILE ASSIGN "POSASGN"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ASG-FILE-STATUS
                       RECORD KEY PAS-POS-ID.
        SELECT REQ-FILE ASSIGN "REQUISN"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-REQ-FILE-STATUS
                       RECORD KEY REQ-ID
                       ALTERNATE RECORD KEY REQ-POS-ID WITH DUPLICATES.
        SELECT APP-FILE ASSIGN "APPLICNT"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-APP-FILE-STATUS
                       RECORD KEY AP-KEY.
        SELECT GRADE-FILE ASSIGN "GRADEMAST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GRADE-FILE-STATUS.
        SELECT IDCTL-FILE ASSIGN "EMPIDCTL.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-IDC-FILE-STATUS.
        SELECT NEWHIRE-FILE ASSIGN "NEWHIRE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-NEW-FILE-STATUS.
        SELECT TRANS-FILE ASSIGN "REQMAINT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPREQM.ERR"
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

       FD POS-FILE
       RECORD 40.
       01 POSREC.
          05 POS-ID            PIC X(06).
          05 POS-DEPT          PIC 9(03).
          05 POS-GRADE         PIC X(02).
          05 POS-AUTH-SALARY   PIC 9(06)V99.
          05 POS-STATUS        PIC X(01).
             88 POS-AUTHORIZED VALUE "A".
          05 FILLER            PIC X(20).

       FD ASGN-FILE
       RECORD 30.
       01 ASGNREC.
          05 PAS-POS-ID        PIC X(06).
          05 PAS-EMPID         PIC 9(05).
          05 PAS-START-DATE    PIC 9(08).
          05 FILLER            PIC X(11).

      * ONE RECORD PER REQUISITION. STATUS O IS OPEN, A IS OPEN
      * WITH AN ACCEPTED OFFER AWAITING ITS START DATE, F IS FILLED
      * (CLOSED DATE = THE HIRE'S START DATE, EMPID = THE HIRE) AND
      * X IS CANCELLED (CLOSED DATE = THE CANCELLATION DATE).
       FD REQ-FILE
       RECORD 60.
       01 REQREC.
          05 REQ-ID            PIC X(06).
          05 REQ-POS-ID        PIC X(06).
          05 REQ-DEPT          PIC 9(03).
          05 REQ-GRADE         PIC X(02).
          05 REQ-TITLE         PIC X(20).
          05 REQ-STATUS        PIC X(01).
             88 REQ-OPEN       VALUE "O".
             88 REQ-ACCEPTED   VALUE "A".
             88 REQ-FILLED     VALUE "F".
             88 REQ-CANCELLED  VALUE "X".
          05 REQ-OPENED        PIC 9(08).
          05 REQ-CLOSED        PIC 9(08).
          05 REQ-EMPID         PIC 9(05).
          05 FILLER            PIC X(01).

      * ONE RECORD PER CANDIDATE PER REQUISITION.
       FD APP-FILE
       RECORD 80.
       01 APPREC.
          05 AP-KEY.
             10 AP-REQ-ID      PIC X(06).
             10 AP-SEQ         PIC 9(03).
          05 AP-NAME           PIC X(20).
          05 AP-STAGE          PIC X(01).
             88 AP-APPLIED     VALUE "A".
             88 AP-INTERVIEWED VALUE "I".
             88 AP-OFFERED     VALUE "O".
             88 AP-ACCEPTED    VALUE "C".
             88 AP-DECLINED    VALUE "D".
          05 AP-STAGE-DATE     PIC 9(08).
          05 AP-APPLIED-DATE   PIC 9(08).
          05 AP-OFFER-SALARY   PIC 9(06)V99.
          05 AP-START-DATE     PIC 9(08).
          05 AP-EMPID          PIC 9(05).
          05 AP-HIRE-RAISED    PIC X(01).
             88 AP-HIRE-IS-RAISED VALUE "Y".
          05 FILLER            PIC X(12).

       FD GRADE-FILE
       RECORD 15.
       01 GRADE-REC.
          05 GRD-GRADE         PIC X(02).
          05 GRD-MIN-SALARY    PIC 9(06).
          05 GRD-MAX-SALARY    PIC 9(06).
          05 GRD-PAY-BY-HOURS  PIC X(01).

      * THE NEXT AVAILABLE EMPID, SHARED WITH NEWHEDIT.
       FD IDCTL-FILE
       RECORD 5.
       01 IDCTL-REC            PIC 9(05).

       FD NEWHIRE-FILE
       RECORD 66.
       01 NH-REC.
          05 NH-EMPID              PIC 9(05).
          05 NH-EMPDEPT            PIC 9(03).
          05 NH-EMPNAME            PIC X(20).
          05 NH-EMPSALARY          PIC 9(06)V99.
          05 NH-EMPGRADE           PIC X(02).
          05 NH-EMPDESIGNATION     PIC X(20).
          05 NH-HIRE-DATE          PIC 9(08).
       01 NH-BATCH-REC REDEFINES NH-REC.
          05 NH-REC-TYPE           PIC X(01).
             88 NH-HEADER-REC      VALUE "H".
             88 NH-TRAILER-REC     VALUE "T".
          05 FILLER                PIC X(65).
       01 NH-HEADER REDEFINES NH-REC.
          05 FILLER                PIC X(01).
          05 NH-HDR-BATCH-ID      PIC X(08).
          05 NH-HDR-DATE          PIC 9(08).
          05 FILLER                PIC X(49).
       01 NH-TRAILER REDEFINES NH-REC.
          05 FILLER                PIC X(01).
          05 NH-TRL-COUNT         PIC 9(05).
          05 NH-TRL-HASH          PIC 9(09)V99.
          05 FILLER                PIC X(49).

       FD TRANS-FILE
       RECORD 64.
       01 TRANS-REC.
          05 TRN-REC-TYPE      PIC X(01).
             88 TB-HEADER-REC  VALUE "H".
             88 TB-TRAILER-REC VALUE "T".
             88 TRN-REQUISITION VALUE "R".
             88 TRN-APPLICANT  VALUE "A".
          05 TRN-ACTION        PIC X(01).
          05 TRN-REQ-ID        PIC X(06).
          05 TRN-POS-ID        PIC X(06).
          05 TRN-SEQ           PIC 9(03).
          05 TRN-NAME          PIC X(20).
          05 TRN-DATE          PIC 9(08).
          05 TRN-SALARY        PIC 9(06)V99.
          05 TRN-START-DATE    PIC 9(08).
          05 FILLER            PIC X(03).
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER            PIC X(14).
          05 TRN-SEQ-X         PIC X(03).
          05 FILLER            PIC X(20).
          05 TRN-DATE-X        PIC X(08).
          05 TRN-SALARY-X      PIC X(08).
          05 TRN-START-DATE-X  PIC X(08).
          05 FILLER            PIC X(03).
       01 TRANS-HEADER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-HDR-BATCH-ID   PIC X(08).
          05 TB-HDR-DATE       PIC 9(08).
          05 FILLER            PIC X(47).
       01 TRANS-TRAILER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-TRL-COUNT      PIC 9(05).
          05 TB-TRL-HASH       PIC 9(09).
          05 FILLER            PIC X(49).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-TRANS         PIC X(64).
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(35).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-POS-FILE-STATUS    PIC X(02) VALUE "00".
             88 POS-STATUS-OK      VALUE "00".
          05 WS-ASG-FILE-STATUS    PIC X(02) VALUE "00".
             88 ASG-STATUS-OK      VALUE "00".
             88 ASG-FILE-NOT-FOUND VALUE "35".
          05 WS-REQ-FILE-STATUS    PIC X(02) VALUE "00".
             88 REQ-STATUS-OK      VALUE "00".
             88 REQ-FILE-NOT-FOUND VALUE "35".
          05 WS-REQ-FILE-END       PIC X(01) VALUE "N".
             88 REQ-FILE-END       VALUE "Y".
          05 WS-APP-FILE-STATUS    PIC X(02) VALUE "00".
             88 APP-STATUS-OK      VALUE "00".
             88 APP-FILE-NOT-FOUND VALUE "35".
          05 WS-APP-FILE-END       PIC X(01) VALUE "N".
             88 APP-FILE-END       VALUE "Y".
          05 WS-GRADE-FILE-STATUS  PIC X(02) VALUE "00".
             88 GRADE-FILE-STATUS-OK VALUE "00".
          05 WS-GRADE-FILE-END     PIC X(01) VALUE "N".
             88 GRADE-FILE-END     VALUE "Y".
          05 WS-IDC-FILE-STATUS    PIC X(02) VALUE "00".
             88 IDC-STATUS-OK      VALUE "00".
          05 WS-NEW-FILE-STATUS    PIC X(02) VALUE "00".
             88 NEW-STATUS-OK      VALUE "00".
             88 NEW-NOT-FOUND      VALUE "35".
          05 WS-NEW-FILE-OPEN      PIC X(01) VALUE "N".
             88 NEW-FILE-OPEN      VALUE "Y".
          05 WS-TRN-FILE-STATUS    PIC X(02) VALUE "00".
             88 TRN-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-END       PIC X(01) VALUE "N".
             88 TRN-FILE-END       VALUE "Y".
          05 WS-ERR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERR-STATUS-OK      VALUE "00".
          05 WS-POS-FOUND          PIC X(01) VALUE "N".
             88 POS-FOUND          VALUE "Y".
          05 WS-ASG-FOUND          PIC X(01) VALUE "N".
             88 ASG-FOUND          VALUE "Y".
          05 WS-REQ-FOUND          PIC X(01) VALUE "N".
             88 REQ-FOUND          VALUE "Y".
          05 WS-APP-FOUND          PIC X(01) VALUE "N".
             88 APP-FOUND          VALUE "Y".
          05 WS-POS-VACANT         PIC X(01) VALUE "N".
             88 POS-IS-VACANT      VALUE "Y".
          05 WS-REQ-ACTIVE         PIC X(01) VALUE "N".
             88 REQ-ALREADY-ACTIVE VALUE "Y".
          05 WS-GRADE-OK           PIC X(01) VALUE "N".
             88 GRADE-IS-VALID     VALUE "Y".
          05 WS-SALARY-OK          PIC X(01) VALUE "N".
             88 SALARY-IN-BAND     VALUE "Y".
          05 WS-HEADER-SEEN        PIC X(01) VALUE "N".
             88 HEADER-SEEN        VALUE "Y".
          05 WS-TRAILER-SEEN       PIC X(01) VALUE "N".
             88 TRAILER-SEEN       VALUE "Y".

       01 WS-COUNTS.
          05 WS-REQ-APPLIED        PIC 9(05) VALUE ZERO.
          05 WS-APP-APPLIED        PIC 9(05) VALUE ZERO.
          05 WS-HIRE-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-HELD-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-REASON                PIC X(35) VALUE SPACES.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-DETAILS         PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-CHECK-GRADE           PIC X(02) VALUE SPACES.
       01 WS-CHECK-SALARY          PIC 9(06)V99 VALUE ZERO.
       01 WS-GRADE-COUNT           PIC 9(02) VALUE ZERO.
       01 WS-GRADE-TABLE.
          05 WS-GRADE-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-GRADE-COUNT.
             10 WS-VALID-GRADE     PIC X(02).
             10 WS-GRADE-MIN       PIC 9(06).
             10 WS-GRADE-MAX       PIC 9(06).
       01 WS-GRADE-SUB             PIC 9(02).
      * NEW ASSIGNMENTS START AT 90001 WHEN NO CONTROL RECORD HAS
      * BEEN SEEDED, AS IN NEWHEDIT.
       01 WS-NEXT-EMPID            PIC 9(05) VALUE 90001.
       01 WS-IDCTL-CHANGED         PIC X(01) VALUE "N".
          88 IDCTL-CHANGED         VALUE "Y".

      * THE NEW-HIRE BATCH, REBUILT AS EMPEXCFIX DOES.
       01 WS-NH-BATCH-ID           PIC X(08) VALUE SPACES.
       01 WS-NH-COUNT              PIC 9(05) VALUE ZERO.
       01 WS-NH-HASH               PIC 9(09)V99 VALUE ZERO.
       01 WS-NH-CARRY-SUB          PIC 9(03).
       01 WS-NH-CARRY-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-NH-CARRY-TABLE.
          05 WS-NH-CARRY-REC       PIC X(66) OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-NH-CARRY-COUNT.
       01 WS-NH-SALARY-VIEW.
          05 FILLER            PIC X(28).
          05 WS-NH-SALARY      PIC X(08).
          05 WS-NH-SALARY-N REDEFINES WS-NH-SALARY
                               PIC 9(06)V99.
          05 FILLER            PIC X(30).
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
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPREQM".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
           PERFORM 5000-RAISE-DUE-HIRES THRU 5000-EXIT.
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

           OPEN INPUT POS-FILE.
           IF NOT POS-STATUS-OK
               DISPLAY "ERROR OPENING POS-FILE - RUN EMPPOSM FIRST"
               DISPLAY "FILE STATUS : " WS-POS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O ASGN-FILE.
           IF ASG-FILE-NOT-FOUND
               OPEN OUTPUT ASGN-FILE
               CLOSE ASGN-FILE
               OPEN I-O ASGN-FILE
           END-IF.
           IF NOT ASG-STATUS-OK
               DISPLAY "ERROR OPENING ASGN-FILE"
               DISPLAY "FILE STATUS : " WS-ASG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O REQ-FILE.
           IF REQ-FILE-NOT-FOUND
               OPEN OUTPUT REQ-FILE
               CLOSE REQ-FILE
               OPEN I-O REQ-FILE
           END-IF.
           IF NOT REQ-STATUS-OK
               DISPLAY "ERROR OPENING REQ-FILE"
               DISPLAY "FILE STATUS : " WS-REQ-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O APP-FILE.
           IF APP-FILE-NOT-FOUND
               OPEN OUTPUT APP-FILE
               CLOSE APP-FILE
               OPEN I-O APP-FILE
           END-IF.
           IF NOT APP-STATUS-OK
               DISPLAY "ERROR OPENING APP-FILE"
               DISPLAY "FILE STATUS : " WS-APP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-LOAD-GRADE-TABLE THRU 1100-EXIT.
           PERFORM 1300-LOAD-NEXT-EMPID THRU 1300-EXIT.
           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.

           OPEN OUTPUT ERROR-FILE.
           IF NOT ERR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
               DISPLAY "FILE STATUS : " WS-ERR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-GRADE-TABLE.
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
                           MOVE GRD-MIN-SALARY TO
                               WS-GRADE-MIN (WS-GRADE-COUNT)
                           MOVE GRD-MAX-SALARY TO
                               WS-GRADE-MAX (WS-GRADE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRADE-FILE.
       1100-EXIT.
           EXIT.

       1300-LOAD-NEXT-EMPID.
           OPEN INPUT IDCTL-FILE.
           IF NOT IDC-STATUS-OK
               DISPLAY "NO EMPID CONTROL RECORD - ASSIGNMENTS "
                       "START AT " WS-NEXT-EMPID
               GO TO 1300-EXIT
           END-IF.
           READ IDCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE IDCTL-REC TO WS-NEXT-EMPID
           END-READ.
           CLOSE IDCTL-FILE.
       1300-EXIT.
           EXIT.

      * THE BATCH IS PROVED FIRST, AS EVERY TRANSACTION FEED IS.
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
                       EVALUATE TRUE
                           WHEN TB-HEADER-REC
                           WHEN TB-TRAILER-REC
                               CONTINUE
                           WHEN TRN-REQUISITION
                               PERFORM 3000-APPLY-REQUISITION
                                   THRU 3000-EXIT
                           WHEN TRN-APPLICANT
                               PERFORM 4000-APPLY-APPLICANT
                                   THRU 4000-EXIT
                           WHEN OTHER
                               MOVE "UNKNOWN RECORD TYPE"
                                   TO WS-REASON
                               PERFORM 2900-REJECT THRU 2900-EXIT
                       END-EVALUATE
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2900-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ERROR-LINE.
           MOVE TRANS-REC TO ERR-TRANS.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
           DISPLAY "REJECTED " TRN-REC-TYPE TRN-ACTION " "
                   TRN-REQ-ID " - " WS-REASON.
       2900-EXIT.
           EXIT.

      * EVERY EVENT DATE MUST BE A REAL DATE AND NOT IN THE FUTURE.
       2950-VALIDATE-EVENT-DATE.
           IF TRN-DATE-X NOT NUMERIC
               MOVE "EVENT DATE NOT NUMERIC" TO WS-REASON
               GO TO 2950-EXIT
           END-IF.
           MOVE TRN-DATE TO DV-DATE.
           MOVE "H" TO DV-CHECK-TYPE.
           MOVE WS-BUSINESS-DATE TO DV-TODAY.
           MOVE ZERO TO DV-HIRE-DATE.
           CALL "DATEVAL" USING DV-PARM.
           EVALUATE DV-RESULT
               WHEN "Y"
                   CONTINUE
               WHEN "F"
                   MOVE "EVENT DATE IS IN THE FUTURE" TO WS-REASON
               WHEN OTHER
                   MOVE "EVENT DATE NOT A VALID DATE" TO WS-REASON
           END-EVALUATE.
       2950-EXIT.
           EXIT.

      * REQUISITIONS: OPENED ONLY AGAINST AN AUTHORIZED, VACANT
      * POSITION THAT HAS NO OTHER LIVE REQUISITION.
       3000-APPLY-REQUISITION.
           MOVE SPACES TO WS-REASON.
           IF TRN-REQ-ID = SPACES
               MOVE "REQUISITION ID MISSING" TO WS-REASON
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2950-VALIDATE-EVENT-DATE THRU 2950-EXIT.
           IF WS-REASON NOT = SPACES
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 3000-EXIT
           END-IF.

           MOVE "N" TO WS-REQ-FOUND.
           MOVE TRN-REQ-ID TO REQ-ID.
           READ REQ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REQ-FOUND
           END-READ.

           EVALUATE TRN-ACTION
               WHEN "O"
                   IF REQ-FOUND
                       MOVE "REQUISITION ALREADY ON FILE"
                           TO WS-REASON
                   ELSE
                       PERFORM 3100-VALIDATE-OPEN THRU 3100-EXIT
                   END-IF
                   IF WS-REASON = SPACES
                       PERFORM 3200-BUILD-REQUISITION THRU 3200-EXIT
                       WRITE REQREC
                       IF REQ-STATUS-OK
                           ADD 1 TO WS-REQ-APPLIED
                           DISPLAY "REQUISITION OPENED: " REQ-ID
                                   " FOR POSITION " REQ-POS-ID
                       ELSE
                           MOVE "ERROR WRITING REQUISITION"
                               TO WS-REASON
                       END-IF
                   END-IF
               WHEN "X"
                   IF NOT REQ-FOUND
                       MOVE "REQUISITION NOT ON FILE" TO WS-REASON
                   ELSE
                       IF NOT REQ-OPEN
                           MOVE "REQUISITION NOT OPEN" TO WS-REASON
                       ELSE
                           MOVE "X" TO REQ-STATUS
                           MOVE TRN-DATE TO REQ-CLOSED
                           REWRITE REQREC
                           IF REQ-STATUS-OK
                               ADD 1 TO WS-REQ-APPLIED
                               DISPLAY "REQUISITION CANCELLED: "
                                       REQ-ID
                           ELSE
                               MOVE "ERROR REWRITING REQUISITION"
                                   TO WS-REASON
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-REASON
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
               PERFORM 2900-REJECT THRU 2900-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-VALIDATE-OPEN.
           IF TRN-NAME = SPACES
               MOVE "JOB TITLE MISSING" TO WS-REASON
               GO TO 3100-EXIT
           END-IF.
           MOVE "N" TO WS-POS-FOUND.
           MOVE TRN-POS-ID TO POS-ID.
           READ POS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-POS-FOUND
           END-READ.
           IF NOT POS-FOUND
               MOVE "POSITION NOT ON FILE" TO WS-REASON
               GO TO 3100-EXIT
           END-IF.
           IF NOT POS-AUTHORIZED
               MOVE "POSITION NOT AUTHORIZED" TO WS-REASON
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3150-CHECK-VACANT THRU 3150-EXIT.
           IF NOT POS-IS-VACANT
               MOVE "POSITION HAS AN ACTIVE INCUMBENT" TO WS-REASON
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3160-CHECK-LIVE-REQUISITION THRU 3160-EXIT.
           IF REQ-ALREADY-ACTIVE
               MOVE "POSITION ALREADY HAS A REQUISITION"
                   TO WS-REASON
           END-IF.
       3100-EXIT.
           EXIT.

      * VACANT MEANS WHAT EMPVACRPT MEANS: NO ASSIGNMENT, OR AN
      * ASSIGNMENT TO SOMEONE NO LONGER ACTIVE OR ON LEAVE.
       3150-CHECK-VACANT.
           MOVE "Y" TO WS-POS-VACANT.
           MOVE POS-ID TO PAS-POS-ID.
           READ ASGN-FILE
               INVALID KEY
                   GO TO 3150-EXIT
           END-READ.
           IF PAS-EMPID = ZERO
               GO TO 3150-EXIT
           END-IF.
           MOVE PAS-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   GO TO 3150-EXIT
           END-READ.
           IF EMP-ACTIVE OR EMP-ON-LEAVE
               MOVE "N" TO WS-POS-VACANT
           END-IF.
       3150-EXIT.
           EXIT.

      * A POSITION MAY CARRY ANY NUMBER OF CLOSED REQUISITIONS BUT
      * ONLY ONE THAT IS STILL OPEN OR AWAITING A START DATE.
       3160-CHECK-LIVE-REQUISITION.
           MOVE "N" TO WS-REQ-ACTIVE.
           MOVE "N" TO WS-REQ-FILE-END.
           MOVE TRN-POS-ID TO REQ-POS-ID.
           START REQ-FILE KEY = REQ-POS-ID
               INVALID KEY
                   MOVE "Y" TO WS-REQ-FILE-END
           END-START.
           PERFORM UNTIL REQ-FILE-END OR REQ-ALREADY-ACTIVE
               READ REQ-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-REQ-FILE-END
                   NOT AT END
                       IF REQ-POS-ID NOT = TRN-POS-ID
                           MOVE "Y" TO WS-REQ-FILE-END
                       ELSE
                           IF REQ-OPEN OR REQ-ACCEPTED
                               MOVE "Y" TO WS-REQ-ACTIVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       3160-EXIT.
           EXIT.

       3200-BUILD-REQUISITION.
           MOVE SPACES          TO REQREC.
           MOVE TRN-REQ-ID      TO REQ-ID.
           MOVE TRN-POS-ID      TO REQ-POS-ID.
           MOVE POS-DEPT        TO REQ-DEPT.
           MOVE POS-GRADE       TO REQ-GRADE.
           MOVE TRN-NAME        TO REQ-TITLE.
           MOVE "O"             TO REQ-STATUS.
           MOVE TRN-DATE        TO REQ-OPENED.
           MOVE ZERO            TO REQ-CLOSED.
           MOVE ZERO            TO REQ-EMPID.
       3200-EXIT.
           EXIT.

      * APPLICANTS: THE ACTION IS THE STAGE BEING RECORDED. STAGES
      * ONLY MOVE FORWARD, AND A DECLINE MAY COME AT ANY POINT UP TO
      * THE HIRE BEING RAISED.
       4000-APPLY-APPLICANT.
           MOVE SPACES TO WS-REASON.
           PERFORM 2950-VALIDATE-EVENT-DATE THRU 2950-EXIT.
           IF WS-REASON NOT = SPACES
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF TRN-SEQ-X NOT NUMERIC OR TRN-SEQ = ZERO
               MOVE "APPLICANT NUMBER NOT NUMERIC" TO WS-REASON
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 4000-EXIT
           END-IF.

           MOVE "N" TO WS-REQ-FOUND.
           MOVE TRN-REQ-ID TO REQ-ID.
           READ REQ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REQ-FOUND
           END-READ.
           IF NOT REQ-FOUND
               MOVE "REQUISITION NOT ON FILE" TO WS-REASON
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 4000-EXIT
           END-IF.

           MOVE "N" TO WS-APP-FOUND.
           MOVE TRN-REQ-ID TO AP-REQ-ID.
           MOVE TRN-SEQ TO AP-SEQ.
           READ APP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-APP-FOUND
           END-READ.

           IF TRN-ACTION = "A"
               PERFORM 4100-ADD-APPLICANT THRU 4100-EXIT
           ELSE
               IF NOT APP-FOUND
                   MOVE "APPLICANT NOT ON FILE" TO WS-REASON
               ELSE
                   IF AP-HIRE-IS-RAISED OR AP-DECLINED
                       MOVE "APPLICANT IS CLOSED" TO WS-REASON
                   ELSE
                       IF TRN-DATE < AP-STAGE-DATE
                           MOVE "DATE BEFORE APPLICANT'S LAST STAGE"
                               TO WS-REASON
                       ELSE
                           PERFORM 4200-MOVE-STAGE THRU 4200-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-REASON NOT = SPACES
               PERFORM 2900-REJECT THRU 2900-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-ADD-APPLICANT.
           IF APP-FOUND
               MOVE "APPLICANT ALREADY ON FILE" TO WS-REASON
               GO TO 4100-EXIT
           END-IF.
           IF NOT REQ-OPEN
               MOVE "REQUISITION NOT OPEN" TO WS-REASON
               GO TO 4100-EXIT
           END-IF.
           IF TRN-NAME = SPACES
               MOVE "APPLICANT NAME MISSING" TO WS-REASON
               GO TO 4100-EXIT
           END-IF.
           IF TRN-DATE < REQ-OPENED
               MOVE "APPLIED BEFORE REQUISITION OPENED"
                   TO WS-REASON
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES         TO APPREC.
           MOVE TRN-REQ-ID     TO AP-REQ-ID.
           MOVE TRN-SEQ        TO AP-SEQ.
           MOVE TRN-NAME       TO AP-NAME.
           MOVE "A"            TO AP-STAGE.
           MOVE TRN-DATE       TO AP-STAGE-DATE.
           MOVE TRN-DATE       TO AP-APPLIED-DATE.
           MOVE ZERO           TO AP-OFFER-SALARY.
           MOVE ZERO           TO AP-START-DATE.
           MOVE ZERO           TO AP-EMPID.
           MOVE "N"            TO AP-HIRE-RAISED.
           WRITE APPREC.
           IF APP-STATUS-OK
               ADD 1 TO WS-APP-APPLIED
               DISPLAY "APPLICANT ADDED: " AP-REQ-ID "/" AP-SEQ
                       " " AP-NAME
           ELSE
               MOVE "ERROR WRITING APPLICANT" TO WS-REASON
           END-IF.
       4100-EXIT.
           EXIT.

       4200-MOVE-STAGE.
           EVALUATE TRN-ACTION
               WHEN "I"
                   IF NOT AP-APPLIED AND NOT AP-INTERVIEWED
                       MOVE "APPLICANT ALREADY PAST INTERVIEW"
                           TO WS-REASON
                   END-IF
               WHEN "O"
                   PERFORM 4300-VALIDATE-OFFER THRU 4300-EXIT
               WHEN "C"
                   PERFORM 4400-VALIDATE-ACCEPT THRU 4400-EXIT
               WHEN "D"
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN STAGE CODE" TO WS-REASON
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
               GO TO 4200-EXIT
           END-IF.

      * AN ACCEPTANCE HOLDS THE REQUISITION; WITHDRAWING IT BEFORE
      * THE START DATE REOPENS THE REQUISITION FOR THE OTHERS.
           IF TRN-ACTION = "C"
               MOVE "A" TO REQ-STATUS
               REWRITE REQREC
           END-IF.
           IF TRN-ACTION = "D" AND AP-ACCEPTED
               MOVE "O" TO REQ-STATUS
               REWRITE REQREC
           END-IF.
           IF NOT REQ-STATUS-OK
               MOVE "ERROR REWRITING REQUISITION" TO WS-REASON
               GO TO 4200-EXIT
           END-IF.

           MOVE TRN-ACTION TO AP-STAGE.
           MOVE TRN-DATE TO AP-STAGE-DATE.
           REWRITE APPREC.
           IF APP-STATUS-OK
               ADD 1 TO WS-APP-APPLIED
               DISPLAY "APPLICANT " AP-REQ-ID "/" AP-SEQ
                       " NOW AT STAGE " AP-STAGE
           ELSE
               MOVE "ERROR REWRITING APPLICANT" TO WS-REASON
           END-IF.
       4200-EXIT.
           EXIT.

      * AN OFFER NEEDS A SALARY WITHIN THE POSITION'S GRADE BAND.
       4300-VALIDATE-OFFER.
           IF NOT AP-APPLIED AND NOT AP-INTERVIEWED
                   AND NOT AP-OFFERED
               MOVE "APPLICANT ALREADY ACCEPTED" TO WS-REASON
               GO TO 4300-EXIT
           END-IF.
           IF NOT REQ-OPEN
               MOVE "REQUISITION NOT OPEN" TO WS-REASON
               GO TO 4300-EXIT
           END-IF.
           IF TRN-SALARY-X NOT NUMERIC OR TRN-SALARY = ZERO
               MOVE "OFFER SALARY NOT NUMERIC OR ZERO" TO WS-REASON
               GO TO 4300-EXIT
           END-IF.
           MOVE TRN-SALARY TO WS-CHECK-SALARY.
           PERFORM 4500-CHECK-POSITION-BAND THRU 4500-EXIT.
           IF WS-REASON = SPACES
               MOVE TRN-SALARY TO AP-OFFER-SALARY
           END-IF.
       4300-EXIT.
           EXIT.

      * AN ACCEPTANCE NEEDS AN OUTSTANDING OFFER AND A START DATE.
      * A SALARY ON THE ACCEPTANCE REPLACES THE ONE OFFERED.
       4400-VALIDATE-ACCEPT.
           IF NOT AP-OFFERED
               MOVE "APPLICANT HAS NO OUTSTANDING OFFER"
                   TO WS-REASON
               GO TO 4400-EXIT
           END-IF.
           IF NOT REQ-OPEN
               MOVE "REQUISITION NOT OPEN" TO WS-REASON
               GO TO 4400-EXIT
           END-IF.
           IF TRN-START-DATE-X NOT NUMERIC
               MOVE "START DATE NOT NUMERIC" TO WS-REASON
               GO TO 4400-EXIT
           END-IF.
           MOVE TRN-START-DATE TO DV-DATE.
           MOVE "D" TO DV-CHECK-TYPE.
           MOVE WS-BUSINESS-DATE TO DV-TODAY.
           MOVE ZERO TO DV-HIRE-DATE.
           CALL "DATEVAL" USING DV-PARM.
           IF DV-RESULT NOT = "Y"
               MOVE "START DATE NOT A VALID DATE" TO WS-REASON
               GO TO 4400-EXIT
           END-IF.
           IF TRN-START-DATE < TRN-DATE
               MOVE "START DATE BEFORE ACCEPTANCE" TO WS-REASON
               GO TO 4400-EXIT
           END-IF.
           IF TRN-SALARY-X NUMERIC AND TRN-SALARY NOT = ZERO
               MOVE TRN-SALARY TO WS-CHECK-SALARY
               PERFORM 4500-CHECK-POSITION-BAND THRU 4500-EXIT
               IF WS-REASON NOT = SPACES
                   GO TO 4400-EXIT
               END-IF
               MOVE TRN-SALARY TO AP-OFFER-SALARY
           END-IF.
           MOVE TRN-START-DATE TO AP-START-DATE.
       4400-EXIT.
           EXIT.

      * THE BAND IS TAKEN FROM THE POSITION'S CURRENT GRADE, SO A
      * REGRADE SINCE THE REQUISITION OPENED IS HONOURED.
       4500-CHECK-POSITION-BAND.
           MOVE REQ-POS-ID TO POS-ID.
           READ POS-FILE
               INVALID KEY
                   MOVE "POSITION NO LONGER ON FILE" TO WS-REASON
                   GO TO 4500-EXIT
           END-READ.
           MOVE POS-GRADE TO WS-CHECK-GRADE.
           PERFORM 4550-VALIDATE-GRADE THRU 4550-EXIT.
           IF NOT GRADE-IS-VALID
               MOVE "GRADE NOT ON GRADE MASTER" TO WS-REASON
               GO TO 4500-EXIT
           END-IF.
           IF NOT SALARY-IN-BAND
               MOVE "SALARY OUTSIDE GRADE BAND" TO WS-REASON
           END-IF.
       4500-EXIT.
           EXIT.

       4550-VALIDATE-GRADE.
           MOVE "N" TO WS-GRADE-OK.
           MOVE "N" TO WS-SALARY-OK.
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > WS-GRADE-COUNT
               IF WS-CHECK-GRADE = WS-VALID-GRADE (WS-GRADE-SUB)
                   MOVE "Y" TO WS-GRADE-OK
                   IF WS-CHECK-SALARY >= WS-GRADE-MIN (WS-GRADE-SUB)
                           AND WS-CHECK-SALARY <=
                               WS-GRADE-MAX (WS-GRADE-SUB)
                       MOVE "Y" TO WS-SALARY-OK
                   END-IF
                   MOVE WS-GRADE-COUNT TO WS-GRADE-SUB
               END-IF
           END-PERFORM.
       4550-EXIT.
           EXIT.

      * EVERY ACCEPTED APPLICANT WHOSE START DATE HAS ARRIVED AND
      * WHOSE HIRE HAS NOT YET BEEN RAISED IS RAISED NOW.
       5000-RAISE-DUE-HIRES.
           MOVE LOW-VALUES TO AP-KEY.
           START APP-FILE KEY >= AP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-APP-FILE-END
           END-START.
           PERFORM UNTIL APP-FILE-END
               READ APP-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-APP-FILE-END
                   NOT AT END
                       IF AP-ACCEPTED AND NOT AP-HIRE-IS-RAISED
                               AND AP-START-DATE <= WS-BUSINESS-DATE
                           PERFORM 5100-RAISE-ONE-HIRE THRU 5100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       5000-EXIT.
           EXIT.

      * THE SALARY IS PROVED AGAINST THE BAND ONCE MORE, SINCE THE
      * POSITION OR THE GRADE MASTER MAY HAVE CHANGED SINCE THE
      * OFFER. A HIRE THAT FAILS IS HELD AND REPORTED, NOT RAISED.
       5100-RAISE-ONE-HIRE.
           MOVE SPACES TO WS-REASON.
           MOVE AP-REQ-ID TO REQ-ID.
           READ REQ-FILE
               INVALID KEY
                   MOVE "REQUISITION NOT ON FILE" TO WS-REASON
           END-READ.
           IF WS-REASON = SPACES
               MOVE AP-OFFER-SALARY TO WS-CHECK-SALARY
               PERFORM 4500-CHECK-POSITION-BAND THRU 4500-EXIT
           END-IF.
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "HIRE HELD " AP-REQ-ID "/" AP-SEQ " "
                       AP-NAME " - " WS-REASON
               GO TO 5100-EXIT
           END-IF.

           IF NOT NEW-FILE-OPEN
               PERFORM 5300-REBUILD-NEWHIRE-BATCH THRU 5300-EXIT
           END-IF.

           MOVE WS-NEXT-EMPID TO AP-EMPID.
           ADD 1 TO WS-NEXT-EMPID.
           MOVE "Y" TO WS-IDCTL-CHANGED.

           MOVE SPACES          TO NH-REC.
           MOVE AP-EMPID        TO NH-EMPID.
           MOVE POS-DEPT        TO NH-EMPDEPT.
           MOVE AP-NAME         TO NH-EMPNAME.
           MOVE AP-OFFER-SALARY TO NH-EMPSALARY.
           MOVE POS-GRADE       TO NH-EMPGRADE.
           MOVE REQ-TITLE       TO NH-EMPDESIGNATION.
           MOVE AP-START-DATE   TO NH-HIRE-DATE.
           WRITE NH-REC.
           ADD 1 TO WS-NH-COUNT.
           ADD AP-OFFER-SALARY TO WS-NH-HASH.

      * THE POSITION IS LINKED TO THE NEW EMPID, REPLACING ANY
      * ASSIGNMENT LEFT POINTING AT A FORMER INCUMBENT.
           MOVE "N" TO WS-ASG-FOUND.
           MOVE REQ-POS-ID TO PAS-POS-ID.
           READ ASGN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ASG-FOUND
           END-READ.
           MOVE SPACES        TO ASGNREC.
           MOVE REQ-POS-ID    TO PAS-POS-ID.
           MOVE AP-EMPID      TO PAS-EMPID.
           MOVE AP-START-DATE TO PAS-START-DATE.
           IF ASG-FOUND
               REWRITE ASGNREC
           ELSE
               WRITE ASGNREC
           END-IF.
           IF NOT ASG-STATUS-OK
               DISPLAY "ERROR LINKING POSITION " REQ-POS-ID
                       " STATUS " WS-ASG-FILE-STATUS
           END-IF.

           MOVE "F"           TO REQ-STATUS.
           MOVE AP-START-DATE TO REQ-CLOSED.
           MOVE AP-EMPID      TO REQ-EMPID.
           REWRITE REQREC.

           MOVE "Y" TO AP-HIRE-RAISED.
           REWRITE APPREC.
           ADD 1 TO WS-HIRE-COUNT.
           DISPLAY "HIRE RAISED: EMPID " AP-EMPID " " AP-NAME
                   " POSITION " REQ-POS-ID " REQUISITION " REQ-ID.
       5100-EXIT.
           EXIT.

      * EXISTING NEWHIRE.DAT DETAILS ARE CARRIED FORWARD AND THE
      * FILE REOPENED AS A FRESH BATCH, EXACTLY AS EMPEXCFIX DOES.
       5300-REBUILD-NEWHIRE-BATCH.
           OPEN INPUT NEWHIRE-FILE.
           IF NOT NEW-NOT-FOUND
               IF NOT NEW-STATUS-OK
                   DISPLAY "ERROR READING EXISTING NEWHIRE-FILE"
                   DISPLAY "FILE STATUS : " WS-NEW-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 5350-LOAD-ONE-NH THRU 5350-EXIT
                   UNTIL WS-NEW-FILE-STATUS NOT = "00"
               CLOSE NEWHIRE-FILE
               MOVE "00" TO WS-NEW-FILE-STATUS
           END-IF.

           IF WS-NH-BATCH-ID NOT = SPACES
               MOVE "C" TO BREG-REQUEST
               MOVE WS-NH-BATCH-ID TO BREG-BATCH-ID
               CALL "BATCHREG" USING BREG-PARM
               IF BREG-RESULT = "S"
                   MOVE ZERO TO WS-NH-CARRY-COUNT
                   MOVE SPACES TO WS-NH-BATCH-ID
               END-IF
           END-IF.
           IF WS-NH-BATCH-ID = SPACES
               MOVE SPACES TO WS-NH-BATCH-ID
               STRING "R" FUNCTION CURRENT-DATE (8:7)
                   DELIMITED BY SIZE INTO WS-NH-BATCH-ID
           END-IF.

           OPEN OUTPUT NEWHIRE-FILE.
           IF NOT NEW-STATUS-OK
               DISPLAY "ERROR OPENING NEWHIRE-FILE"
               DISPLAY "FILE STATUS : " WS-NEW-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "Y" TO WS-NEW-FILE-OPEN.
           MOVE SPACES TO NH-REC.
           MOVE "H" TO NH-REC (1:1).
           MOVE WS-NH-BATCH-ID TO NH-HDR-BATCH-ID.
           MOVE WS-BUSINESS-DATE TO NH-HDR-DATE.
           WRITE NH-REC.
           PERFORM VARYING WS-NH-CARRY-SUB FROM 1 BY 1
                   UNTIL WS-NH-CARRY-SUB > WS-NH-CARRY-COUNT
               MOVE WS-NH-CARRY-REC (WS-NH-CARRY-SUB) TO NH-REC
               WRITE NH-REC
               ADD 1 TO WS-NH-COUNT
               MOVE WS-NH-CARRY-REC (WS-NH-CARRY-SUB)
                   TO WS-NH-SALARY-VIEW
               IF WS-NH-SALARY NUMERIC
                   ADD WS-NH-SALARY-N TO WS-NH-HASH
               END-IF
           END-PERFORM.
       5300-EXIT.
           EXIT.

       5350-LOAD-ONE-NH.
           READ NEWHIRE-FILE
               AT END
                   MOVE "10" TO WS-NEW-FILE-STATUS
                   GO TO 5350-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN NH-HEADER-REC
                   MOVE NH-HDR-BATCH-ID TO WS-NH-BATCH-ID
               WHEN NH-TRAILER-REC
                   CONTINUE
               WHEN OTHER
                   IF WS-NH-CARRY-COUNT < 500
                       ADD 1 TO WS-NH-CARRY-COUNT
                       MOVE NH-REC TO
                           WS-NH-CARRY-REC (WS-NH-CARRY-COUNT)
                   END-IF
           END-EVALUATE.
       5350-EXIT.
           EXIT.

       9999-CLEANUP.
           IF NEW-FILE-OPEN
               MOVE SPACES TO NH-REC
               MOVE "T" TO NH-REC (1:1)
               MOVE WS-NH-COUNT TO NH-TRL-COUNT
               MOVE WS-NH-HASH TO NH-TRL-HASH
               WRITE NH-REC
               CLOSE NEWHIRE-FILE
           END-IF.

      * THE CONTROL RECORD MOVES ON PAST THE NUMBERS ISSUED.
           IF IDCTL-CHANGED
               OPEN OUTPUT IDCTL-FILE
               IF IDC-STATUS-OK
                   MOVE WS-NEXT-EMPID TO IDCTL-REC
                   WRITE IDCTL-REC
                   CLOSE IDCTL-FILE
               ELSE
                   DISPLAY "CANNOT REWRITE EMPID CONTROL, STATUS "
                           WS-IDC-FILE-STATUS
               END-IF
           END-IF.

           CLOSE EMPFILE.
           CLOSE POS-FILE.
           CLOSE ASGN-FILE.
           CLOSE REQ-FILE.
           CLOSE APP-FILE.
           CLOSE TRANS-FILE.
           CLOSE ERROR-FILE.

      * THE BATCH IS NOW FULLY APPLIED - RECORD ITS ID SO A RE-SENT
      * COPY IS REJECTED NEXT TIME.
           MOVE "R" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "REQS " WS-REQ-APPLIED
                  " APPLICANTS " WS-APP-APPLIED
                  " HIRES " WS-HIRE-COUNT
                  " HELD " WS-HELD-COUNT
                  " REJ " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF RETURN-CODE = ZERO
                   AND (WS-REJECT-COUNT > ZERO OR WS-HELD-COUNT > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "REQUISITIONS APPLIED : " WS-REQ-APPLIED.
           DISPLAY "APPLICANT STAGES     : " WS-APP-APPLIED.
           DISPLAY "HIRES RAISED         : " WS-HIRE-COUNT.
           DISPLAY "HIRES HELD           : " WS-HELD-COUNT.
           DISPLAY "REJECTED             : " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
