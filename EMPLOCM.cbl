       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOCM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * EMPLOYEE WORK LOCATION MAINTENANCE.
      *
      * EVERY EMPLOYEE WORKS AT ONE OF THE LOCATIONS ON THE WORK
      * LOCATION MASTER (WORKLOC.DAT), WHICH DECIDES THE TAX RATES
      * AND THE PUBLIC HOLIDAYS THAT APPLY TO THEM. EMPREC HAS NO
      * ROOM FOR THE CODE, SO IT LIVES ON THE COMPANION INDEXED FILE
      * EMPLOC, KEYED BY EMPID. THIS PROGRAM APPLIES ITS
      * TRANSACTION FILE (EMPLOCT.DAT):
      *   I - PLACE AN EMPLOYEE AT A LOCATION (EMPLOYEE MUST BE ON
      *       EMPFILE, LOCATION ON THE MASTER)
      *   U - MOVE THE EMPLOYEE TO ANOTHER LOCATION FROM THE
      *       EFFECTIVE DATE. THE LOCATION THEY LEAVE IS KEPT AS THE
      *       PRIOR LOCATION, SO A MOVE KEYED AHEAD OF TIME TAKES
      *       EFFECT ON ITS DATE AND NOT BEFORE
      *   D - REMOVE THE PLACEMENT (THE EMPLOYEE REVERTS TO HEAD
      *       OFFICE RATES AND CALENDAR)
      * REJECTS GO TO EMPLOCM.ERR WITH A REASON. AN EMPLOYEE WITH NO
      * PLACEMENT IS TREATED AS HEAD OFFICE STAFF.
      *
      * TRANSACTION LAYOUT (17 BYTES):
      *   ACTION X(1), EMPID 9(5), LOCATION X(3), EFFECTIVE DATE 9(8)
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
        SELECT LOC-FILE ASSIGN "EMPLOC"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ELO-FILE-STATUS
                       RECORD KEY ELO-EMPID.
        SELECT TRANS-FILE ASSIGN "EMPLOCT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPLOCM.ERR"
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

      * THE LOCATION IN FORCE ON A DATE IS ELO-LOCATION FROM
      * ELO-EFF-DATE ON, ELO-PRIOR-LOC BEFORE IT.
       FD LOC-FILE
       RECORD 30.
       01 EMPLOC-REC.
          05 ELO-EMPID         PIC 9(05).
          05 ELO-LOCATION      PIC X(03).
          05 ELO-EFF-DATE      PIC 9(08).
          05 ELO-PRIOR-LOC     PIC X(03).
          05 ELO-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(03).

       FD TRANS-FILE
       RECORD 17.
       01 TRANS-REC.
          05 TRN-ACTION        PIC X(01).
             88 TB-HEADER-REC  VALUE "H".
             88 TB-TRAILER-REC VALUE "T".
          05 TRN-EMPID         PIC 9(05).
          05 TRN-LOCATION      PIC X(03).
          05 TRN-EFF-DATE      PIC 9(08).
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TRN-EMPID-X       PIC X(05).
          05 FILLER            PIC X(03).
          05 TRN-EFF-DATE-X    PIC X(08).
       01 TRANS-HEADER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-HDR-BATCH-ID   PIC X(08).
          05 TB-HDR-DATE       PIC 9(08).
       01 TRANS-TRAILER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-TRL-COUNT      PIC 9(05).
          05 TB-TRL-HASH       PIC 9(09).
          05 FILLER            PIC X(02).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-ACTION        PIC X(01).
          05 FILLER            PIC X(01).
          05 ERR-EMPID         PIC X(05).
          05 FILLER            PIC X(02).
          05 ERR-LOCATION      PIC X(03).
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(35).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-ELO-FILE-STATUS    PIC X(02) VALUE "00".
             88 ELO-STATUS-OK      VALUE "00".
             88 ELO-FILE-NOT-FOUND VALUE "35".
          05 WS-TRN-FILE-STATUS    PIC X(02) VALUE "00".
             88 TRN-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-END       PIC X(01) VALUE "N".
             88 TRN-FILE-END       VALUE "Y".
          05 WS-ERR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERR-STATUS-OK      VALUE "00".
          05 WS-EMP-FOUND          PIC X(01) VALUE "N".
             88 EMP-FOUND          VALUE "Y".
          05 WS-ELO-FOUND          PIC X(01) VALUE "N".
             88 ELO-FOUND          VALUE "Y".
          05 WS-HEADER-SEEN        PIC X(01) VALUE "N".
             88 HEADER-SEEN        VALUE "Y".
          05 WS-TRAILER-SEEN       PIC X(01) VALUE "N".
             88 TRAILER-SEEN       VALUE "Y".

       01 WS-COUNTS.
          05 WS-ADD-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-UPDATE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-DELETE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-REASON                PIC X(35) VALUE SPACES.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-DETAILS         PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
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
       01 LC-PARM.
          05 LC-REQUEST            PIC X(01).
          05 LC-LOCATION           PIC X(03).
          05 LC-DATE               PIC 9(08).
          05 LC-NAME               PIC X(20).
          05 LC-STATE              PIC X(02).
          05 LC-RATES-FILE         PIC X(12).
          05 LC-WORK-DAY           PIC X(01).
          05 LC-RESULT             PIC X(01).
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPLOCM".
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

           OPEN I-O LOC-FILE.
           IF ELO-FILE-NOT-FOUND
               OPEN OUTPUT LOC-FILE
               CLOSE LOC-FILE
               OPEN I-O LOC-FILE
           END-IF.
           IF NOT ELO-STATUS-OK
               DISPLAY "ERROR OPENING LOC-FILE"
               DISPLAY "FILE STATUS : " WS-ELO-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.

           OPEN OUTPUT ERROR-FILE.
           IF NOT ERR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
               DISPLAY "FILE STATUS : " WS-ERR-FILE-STATUS
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      * THE BATCH IS PROVED FIRST - HEADER, TRAILER, DETAIL COUNT
      * BALANCING TO THE TRAILER, AND A BATCH ID NOT APPLIED
      * BEFORE - SO A TRUNCATED TRANSFER OR A RE-SENT FILE IS
      * REJECTED WHOLE BEFORE A SINGLE PLACEMENT CHANGES.
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
           IF TRN-EMPID-X NOT NUMERIC OR TRN-EMPID = ZERO
               MOVE "EMPID NOT NUMERIC OR ZERO" TO WS-REASON
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
               MOVE "EMPLOYEE NOT ON EMPFILE" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           MOVE "N" TO WS-ELO-FOUND.
           MOVE TRN-EMPID TO ELO-EMPID.
           READ LOC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ELO-FOUND
           END-READ.

      * A PLACEMENT OR MOVE NEEDS A LOCATION ON THE MASTER AND A
      * REAL EFFECTIVE DATE.
           IF TRN-ACTION = "I" OR TRN-ACTION = "U"
               MOVE "L" TO LC-REQUEST
               MOVE TRN-LOCATION TO LC-LOCATION
               CALL "LOCCAL" USING LC-PARM
               IF LC-RESULT NOT = "Y"
                   MOVE "LOCATION NOT ON WORKLOC MASTER"
                       TO WS-REASON
                   GO TO 2100-REJECT
               END-IF
               MOVE TRN-EFF-DATE-X TO DV-DATE-X
               MOVE "D" TO DV-CHECK-TYPE
               MOVE WS-BUSINESS-DATE TO DV-TODAY
               MOVE ZERO TO DV-HIRE-DATE
               CALL "DATEVAL" USING DV-PARM
               IF DV-RESULT NOT = "Y"
                   MOVE "EFFECTIVE DATE NOT A REAL DATE"
                       TO WS-REASON
                   GO TO 2100-REJECT
               END-IF
           END-IF.

           EVALUATE TRN-ACTION
               WHEN "I"
                   PERFORM 3000-PLACE-EMPLOYEE THRU 3000-EXIT
               WHEN "U"
                   PERFORM 4000-MOVE-EMPLOYEE THRU 4000-EXIT
               WHEN "D"
                   PERFORM 5000-REMOVE-PLACEMENT THRU 5000-EXIT
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
           MOVE TRN-EMPID-X TO ERR-EMPID.
           MOVE TRN-LOCATION TO ERR-LOCATION.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
           DISPLAY "REJECTED " TRN-ACTION " " TRN-EMPID-X
                   " - " WS-REASON.
       2100-EXIT.
           EXIT.

       3000-PLACE-EMPLOYEE.
           IF ELO-FOUND
               MOVE "ALREADY PLACED - USE U TO MOVE" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO EMPLOC-REC.
           MOVE TRN-EMPID TO ELO-EMPID.
           MOVE TRN-LOCATION TO ELO-LOCATION.
           MOVE TRN-EFF-DATE TO ELO-EFF-DATE.
           MOVE WS-BATCH-ID TO ELO-BATCH-ID.
           WRITE EMPLOC-REC.
           IF ELO-STATUS-OK
               ADD 1 TO WS-ADD-COUNT
               DISPLAY "PLACED: " ELO-EMPID " AT " ELO-LOCATION
           ELSE
               MOVE "ERROR WRITING PLACEMENT" TO WS-REASON
           END-IF.
       3000-EXIT.
           EXIT.

      * A MOVE CANNOT BE DATED BEFORE THE PLACEMENT IT REPLACES -
      * THAT WOULD REWRITE WHERE THE EMPLOYEE WAS ALREADY PAID FROM.
       4000-MOVE-EMPLOYEE.
           IF NOT ELO-FOUND
               MOVE "NOT PLACED - USE I" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           IF TRN-LOCATION = ELO-LOCATION
               MOVE "ALREADY AT THAT LOCATION" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           IF TRN-EFF-DATE < ELO-EFF-DATE
               MOVE "MOVE DATED BEFORE CURRENT PLACEMENT"
                   TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           MOVE ELO-LOCATION TO ELO-PRIOR-LOC.
           MOVE TRN-LOCATION TO ELO-LOCATION.
           MOVE TRN-EFF-DATE TO ELO-EFF-DATE.
           MOVE WS-BATCH-ID TO ELO-BATCH-ID.
           REWRITE EMPLOC-REC.
           IF ELO-STATUS-OK
               ADD 1 TO WS-UPDATE-COUNT
               DISPLAY "MOVED: " ELO-EMPID " FROM " ELO-PRIOR-LOC
                       " TO " ELO-LOCATION " ON " ELO-EFF-DATE
           ELSE
               MOVE "ERROR REWRITING PLACEMENT" TO WS-REASON
           END-IF.
       4000-EXIT.
           EXIT.

       5000-REMOVE-PLACEMENT.
           IF NOT ELO-FOUND
               MOVE "NOT PLACED" TO WS-REASON
               GO TO 5000-EXIT
           END-IF.
           DELETE LOC-FILE
               INVALID KEY
                   MOVE "ERROR DELETING PLACEMENT" TO WS-REASON
           END-DELETE.
           IF WS-REASON = SPACES
               ADD 1 TO WS-DELETE-COUNT
               DISPLAY "PLACEMENT REMOVED: " ELO-EMPID
           END-IF.
       5000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           CLOSE LOC-FILE.
           CLOSE TRANS-FILE.
           CLOSE ERROR-FILE.

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
           STRING "BATCH " WS-BATCH-ID " PLACED " WS-ADD-COUNT
                  " MOVED " WS-UPDATE-COUNT " REJECTED "
                  WS-REJECT-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "EMPLOYEES PLACED   : " WS-ADD-COUNT.
           DISPLAY "EMPLOYEES MOVED    : " WS-UPDATE-COUNT.
           DISPLAY "PLACEMENTS REMOVED : " WS-DELETE-COUNT.
           DISPLAY "REJECTED           : " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
