       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPAPRE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * PERFORMANCE APPRAISAL RETURN-FILE EDIT AND LOAD.
      *
      * REVIEWERS RETURN EACH YEAR'S APPRAISALS AS APPRRET.DAT:
      *   EMPID 9(5), REVIEW YEAR 9(4), RATING 9(1),
      *   REVIEWER EMPID 9(5), REVIEW DATE 9(8), STATUS X(1)
      * RATINGS RUN FROM 1 (UNSATISFACTORY) TO 5 (OUTSTANDING). THE
      * STATUS IS C (COMPLETE), P (AWAITING SIGN-OFF) OR A (UNDER
      * APPEAL). EACH RETURN IS EDITED:
      *   - EMPLOYEE ON EMPFILE AND NOT TERMINATED
      *   - REVIEW YEAR NOT AFTER THE BUSINESS YEAR
      *   - RATING 1-5 AND A KNOWN STATUS
      *   - REVIEWER ON EMPFILE AND NOT THE EMPLOYEE
      *   - REVIEW DATE A REAL DATE, NOT IN THE FUTURE
      * CLEAN RETURNS ARE STORED ON THE INDEXED APPRAISAL FILE,
      * KEYED BY EMPID AND REVIEW YEAR. A SECOND RETURN FOR THE SAME
      * YEAR (AN APPEAL OUTCOME, A SIGN-OFF) REPLACES THE FIRST.
      * REJECTS GO TO EMPAPRE.ERR WITH A REASON. EMPAPRRPT REPORTS
      * THE RATING DISTRIBUTION AND MERIT OUTLIERS.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT RET-FILE ASSIGN "APPRRET.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RET-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPAPRE.ERR"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ERR-FILE-STATUS.
        SELECT EMPFILE ASSIGN "EMPFIL"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-EMP-FILE-STATUS
                       RECORD KEY EMPID
                       ALTERNATE RECORD KEY EMPDEPT WITH DUPLICATES.
        SELECT APPR-FILE ASSIGN "APPRAISAL"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-APR-FILE-STATUS
                       RECORD KEY APR-KEY.
       DATA DIVISION.
       FILE SECTION.

       FD RET-FILE
       RECORD 24.
       01 RET-REC.
          05 RET-EMPID         PIC 9(05).
          05 RET-YEAR          PIC 9(04).
          05 RET-RATING        PIC 9(01).
          05 RET-REVIEWER      PIC 9(05).
          05 RET-REVIEW-DATE   PIC 9(08).
          05 RET-STATUS        PIC X(01).
       01 RET-REC-X REDEFINES RET-REC.
          05 RET-EMPID-X       PIC X(05).
          05 RET-YEAR-X        PIC X(04).
          05 RET-RATING-X      PIC X(01).
          05 RET-REVIEWER-X    PIC X(05).
          05 RET-REVIEW-DATE-X PIC X(08).
          05 FILLER            PIC X(01).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-RECORD        PIC X(24).
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(40).

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

       FD APPR-FILE
       RECORD 40.
       01 APPRAISAL-REC.
          05 APR-KEY.
             10 APR-EMPID      PIC 9(05).
             10 APR-YEAR       PIC 9(04).
          05 APR-RATING        PIC 9(01).
          05 APR-REVIEWER      PIC 9(05).
          05 APR-REVIEW-DATE   PIC 9(08).
          05 APR-STATUS        PIC X(01).
             88 APR-COMPLETE   VALUE "C".
             88 APR-PENDING    VALUE "P".
             88 APR-APPEAL     VALUE "A".
          05 APR-LOADED-DATE   PIC 9(08).
          05 FILLER            PIC X(08).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-RET-FILE-STATUS    PIC X(02) VALUE "00".
             88 RET-STATUS-OK      VALUE "00".
          05 WS-RET-FILE-END       PIC X(01) VALUE "N".
             88 RET-FILE-END       VALUE "Y".
          05 WS-ERR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERR-STATUS-OK      VALUE "00".
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-APR-FILE-STATUS    PIC X(02) VALUE "00".
             88 APR-STATUS-OK      VALUE "00".
             88 APR-FILE-NOT-FOUND VALUE "35".
          05 WS-APR-FOUND          PIC X(01) VALUE "N".
             88 APR-FOUND          VALUE "Y".

       01 WS-COUNTS.
          05 WS-READ-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-ADD-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-REPLACE-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-REASON                PIC X(40) VALUE SPACES.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
          05 WS-BUS-YEAR           PIC 9(04).
          05 FILLER                PIC 9(04).

       01 DV-PARM.
          05 DV-DATE               PIC 9(08).
          05 DV-DATE-X REDEFINES DV-DATE PIC X(08).
          05 DV-CHECK-TYPE         PIC X(01).
          05 DV-TODAY              PIC 9(08).
          05 DV-HIRE-DATE          PIC 9(08).
          05 DV-RESULT             PIC X(01).
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPAPRE".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-EDIT-RETURNS THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           OPEN INPUT RET-FILE.
           IF NOT RET-STATUS-OK
               DISPLAY "ERROR OPENING RET-FILE"
               DISPLAY "FILE STATUS : " WS-RET-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ERROR-FILE.
           IF NOT ERR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
               DISPLAY "FILE STATUS : " WS-ERR-FILE-STATUS
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
           OPEN I-O APPR-FILE.
           IF APR-FILE-NOT-FOUND
               OPEN OUTPUT APPR-FILE
               CLOSE APPR-FILE
               OPEN I-O APPR-FILE
           END-IF.
           IF NOT APR-STATUS-OK
               DISPLAY "ERROR OPENING APPR-FILE"
               DISPLAY "FILE STATUS : " WS-APR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

       2000-EDIT-RETURNS.
           PERFORM UNTIL RET-FILE-END
               READ RET-FILE
                   AT END
                       MOVE "Y" TO WS-RET-FILE-END
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2100-EDIT-ONE THRU 2100-EXIT
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-EDIT-ONE.
           MOVE SPACES TO WS-REASON.
           IF RET-EMPID-X NOT NUMERIC
               MOVE "EMPID NOT NUMERIC" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           MOVE RET-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON EMPFILE" TO WS-REASON
                   GO TO 2100-REJECT
           END-READ.
           IF EMP-TERMINATED
               MOVE "EMPLOYEE HAS LEFT" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           IF RET-YEAR-X NOT NUMERIC
                   OR RET-YEAR < 1900
                   OR RET-YEAR > WS-BUS-YEAR
               MOVE "REVIEW YEAR MISSING OR IN THE FUTURE"
                   TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF RET-RATING-X NOT NUMERIC
                   OR RET-RATING < 1
                   OR RET-RATING > 5
               MOVE "RATING MUST BE 1 TO 5" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF RET-STATUS NOT = "C" AND RET-STATUS NOT = "P"
                   AND RET-STATUS NOT = "A"
               MOVE "STATUS MUST BE C, P OR A" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           IF RET-REVIEWER-X NOT NUMERIC
               MOVE "REVIEWER EMPID NOT NUMERIC" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF RET-REVIEWER = RET-EMPID
               MOVE "EMPLOYEE CANNOT REVIEW THEMSELVES" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           MOVE RET-REVIEWER TO EMPID.
           READ EMPFILE
               INVALID KEY
                   MOVE "REVIEWER NOT ON EMPFILE" TO WS-REASON
                   GO TO 2100-REJECT
           END-READ.

           MOVE RET-REVIEW-DATE-X TO DV-DATE-X.
           MOVE "H" TO DV-CHECK-TYPE.
           MOVE WS-BUSINESS-DATE TO DV-TODAY.
           MOVE ZERO TO DV-HIRE-DATE.
           CALL "DATEVAL" USING DV-PARM.
           IF DV-RESULT NOT = "Y"
               MOVE "REVIEW DATE NOT REAL OR IN THE FUTURE"
                   TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           PERFORM 3000-STORE-APPRAISAL THRU 3000-EXIT.
           IF WS-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF.
           GO TO 2100-EXIT.

       2100-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ERROR-LINE.
           MOVE RET-REC TO ERR-RECORD.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
           DISPLAY "REJECTED " RET-EMPID-X " " RET-YEAR-X
                   " - " WS-REASON.
       2100-EXIT.
           EXIT.

       3000-STORE-APPRAISAL.
           MOVE "N" TO WS-APR-FOUND.
           MOVE RET-EMPID TO APR-EMPID.
           MOVE RET-YEAR TO APR-YEAR.
           READ APPR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-APR-FOUND
           END-READ.

           MOVE SPACES TO APPRAISAL-REC.
           MOVE RET-EMPID TO APR-EMPID.
           MOVE RET-YEAR TO APR-YEAR.
           MOVE RET-RATING TO APR-RATING.
           MOVE RET-REVIEWER TO APR-REVIEWER.
           MOVE RET-REVIEW-DATE TO APR-REVIEW-DATE.
           MOVE RET-STATUS TO APR-STATUS.
           MOVE WS-BUSINESS-DATE TO APR-LOADED-DATE.
           IF APR-FOUND
               REWRITE APPRAISAL-REC
               IF NOT APR-STATUS-OK
                   MOVE "ERROR REWRITING APPRAISAL" TO WS-REASON
                   GO TO 3000-EXIT
               END-IF
               ADD 1 TO WS-REPLACE-COUNT
           ELSE
               WRITE APPRAISAL-REC
               IF NOT APR-STATUS-OK
                   MOVE "ERROR WRITING APPRAISAL" TO WS-REASON
                   GO TO 3000-EXIT
               END-IF
               ADD 1 TO WS-ADD-COUNT
           END-IF.
       3000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE RET-FILE.
           CLOSE ERROR-FILE.
           CLOSE EMPFILE.
           CLOSE APPR-FILE.

           IF WS-REJECT-COUNT > ZERO
               MOVE "W" TO LOG-SEVERITY
           ELSE
               MOVE "I" TO LOG-SEVERITY
           END-IF.
           MOVE SPACES TO LOG-TEXT.
           STRING "APPRAISALS ADDED " WS-ADD-COUNT " REPLACED "
                  WS-REPLACE-COUNT " REJECTED " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "RETURNS READ       : " WS-READ-COUNT.
           DISPLAY "APPRAISALS ADDED   : " WS-ADD-COUNT.
           DISPLAY "APPRAISALS REPLACED: " WS-REPLACE-COUNT.
           DISPLAY "REJECTED           : " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
