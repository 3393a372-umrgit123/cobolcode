       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPGRDSIM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * GRADE BAND REVISION IMPACT SIMULATOR.
      *
      * READS A PROPOSED GRADE MASTER (GRADEMAST.DAT LAYOUT) BESIDE
      * THE CURRENT GRADEMAST.DAT AND REPORTS, BEFORE THE PROPOSAL
      * IS LOADED, WHAT GRDBANDS WOULD THEN FIND (EMPGRDSIM.DAT):
      *   1. THE BAND CHANGES, GRADE BY GRADE
      *   2. EVERY EMPLOYEE STILL HERE (ACTIVE OR ON LEAVE) WHO
      *      WOULD FALL BELOW THE NEW MINIMUM OR ABOVE THE NEW
      *      MAXIMUM, OR WHOSE GRADE THE PROPOSAL DROPS, AND WHETHER
      *      THEY ARE ALREADY OUT OF BAND TODAY
      *   3. THE ANNUAL COST OF BRINGING EVERYONE BELOW THE NEW
      *      MINIMUM UP TO IT, BY DEPARTMENT AND GRADE
      *   4. EVERY AUTHORIZED POSITION ON POSMAST WHOSE AUTHORIZED
      *      SALARY WOULD BE OUT OF ITS NEW BAND
      *   5. EVERY PLANHIRE.DAT PLAN LINE WHOSE PLANNED SALARY WOULD
      *      BE OUT OF ITS NEW BAND - EMPFCAST WOULD THEN SKIP IT
      * NEITHER POSMAST NOR PLANHIRE.DAT IS REQUIRED.
      *
      * ARGUMENT 1 NAMES THE PROPOSED GRADE MASTER (DEFAULT
      * GRADEMAST.PRP). WITH "REVIEW" AS ARGUMENT 2 THE "U"
      * TRANSACTIONS THAT WOULD BRING EACH EMPLOYEE BELOW THE NEW
      * MINIMUM UP TO IT ARE WRITTEN, IN THE EMPMAINT.DAT LAYOUT
      * WITH THE USUAL HEADER AND TRAILER, TO GRDREVIEW.DAT FOR
      * COMPENSATION TO REVIEW - NEVER TO EMPMAINT.DAT ITSELF.
      * NOTHING ON EMPFILE OR THE GRADE MASTER IS CHANGED.
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
        SELECT GRADE-FILE ASSIGN "GRADEMAST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GRADE-FILE-STATUS.
        SELECT PROPOSED-FILE ASSIGN TO DYNAMIC WS-PRP-NAME
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PRP-FILE-STATUS.
        SELECT POS-FILE ASSIGN "POSMAST"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-POS-FILE-STATUS
                       RECORD KEY POS-ID.
        SELECT PLAN-FILE ASSIGN "PLANHIRE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PLN-FILE-STATUS.
        SELECT REVIEW-FILE ASSIGN "GRDREVIEW.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-REV-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPGRDSIM.DAT"
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

       FD GRADE-FILE
       RECORD 15.
       01 GRADE-REC.
          05 GRD-GRADE         PIC X(02).
          05 GRD-MIN-SALARY    PIC 9(06).
          05 GRD-MAX-SALARY    PIC 9(06).
          05 GRD-PAY-BY-HOURS  PIC X(01).

       FD PROPOSED-FILE
       RECORD 15.
       01 PROPOSED-REC.
          05 PRP-GRADE         PIC X(02).
          05 PRP-MIN-SALARY    PIC 9(06).
          05 PRP-MAX-SALARY    PIC 9(06).
          05 PRP-PAY-BY-HOURS  PIC X(01).

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

       FD PLAN-FILE
       RECORD 19.
       01 PLAN-REC.
          05 PLN-DEPT          PIC 9(03).
          05 PLN-GRADE         PIC X(02).
          05 PLN-START-MONTH   PIC 9(06).
          05 PLN-SALARY        PIC 9(06)V99.
       01 PLAN-REC-X REDEFINES PLAN-REC.
          05 PLN-DEPT-X        PIC X(03).
          05 FILLER            PIC X(02).
          05 PLN-START-X       PIC X(06).
          05 PLN-SALARY-X      PIC X(08).

      * THE EMPMAINT.DAT LAYOUT INDXDEUP READS.
       FD REVIEW-FILE
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
       01 TRANS-HEADER REDEFINES TRANS-REC.
          05 FILLER                PIC X(01).
          05 TB-HDR-BATCH-ID      PIC X(08).
          05 TB-HDR-DATE          PIC 9(08).
          05 FILLER                PIC X(58).
       01 TRANS-TRAILER REDEFINES TRANS-REC.
          05 FILLER                PIC X(01).
          05 TB-TRL-COUNT         PIC 9(05).
          05 TB-TRL-HASH          PIC 9(09)V99.
          05 FILLER                PIC X(58).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-EMP-FILE-END       PIC X(01) VALUE "N".
             88 EMP-FILE-END       VALUE "Y".
          05 WS-GRADE-FILE-STATUS  PIC X(02) VALUE "00".
             88 GRADE-STATUS-OK    VALUE "00".
          05 WS-GRADE-FILE-END     PIC X(01) VALUE "N".
             88 GRADE-FILE-END     VALUE "Y".
          05 WS-PRP-FILE-STATUS    PIC X(02) VALUE "00".
             88 PRP-STATUS-OK      VALUE "00".
          05 WS-PRP-FILE-END       PIC X(01) VALUE "N".
             88 PRP-FILE-END       VALUE "Y".
          05 WS-POS-FILE-STATUS    PIC X(02) VALUE "00".
             88 POS-STATUS-OK      VALUE "00".
          05 WS-POS-FILE-END       PIC X(01) VALUE "N".
             88 POS-FILE-END       VALUE "Y".
          05 WS-PLN-FILE-STATUS    PIC X(02) VALUE "00".
             88 PLN-STATUS-OK      VALUE "00".
          05 WS-PLN-FILE-END       PIC X(01) VALUE "N".
             88 PLN-FILE-END       VALUE "Y".
          05 WS-REV-FILE-STATUS    PIC X(02) VALUE "00".
             88 REV-STATUS-OK      VALUE "00".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-PRP-NAME              PIC X(30) VALUE "GRADEMAST.PRP".
       01 WS-ARG-GRADES            PIC X(30) VALUE SPACES.
       01 WS-ARG-REVIEW            PIC X(06) VALUE SPACES.
          88 WRITE-REVIEW          VALUE "REVIEW".
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-HASH            PIC 9(09)V99 VALUE ZERO.

       01 WS-COUNTS.
          05 WS-SCANNED-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-BELOW-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-ABOVE-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-DROPPED-GRADE-COUNT PIC 9(05) VALUE ZERO.
          05 WS-NEWLY-OUT-COUNT    PIC 9(05) VALUE ZERO.
          05 WS-POS-OUT-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-PLAN-OUT-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-REVIEW-COUNT       PIC 9(05) VALUE ZERO.

      * EVERY GRADE ON EITHER MASTER: ITS CURRENT BAND AND ITS
      * PROPOSED BAND, WITH A FLAG FOR EACH SAYING IT IS THERE.
       01 WS-GB-COUNT              PIC 9(02) VALUE ZERO.
       01 WS-GB-TABLE.
          05 WS-GB-ENTRY OCCURS 1 TO 40 TIMES
                  DEPENDING ON WS-GB-COUNT.
             10 WS-GB-GRADE        PIC X(02).
             10 WS-GB-CUR          PIC X(01).
             10 WS-GB-CUR-MIN      PIC 9(06).
             10 WS-GB-CUR-MAX      PIC 9(06).
             10 WS-GB-PRP          PIC X(01).
             10 WS-GB-PRP-MIN      PIC 9(06).
             10 WS-GB-PRP-MAX      PIC 9(06).
       01 WS-GB-SUB                PIC 9(02).
       01 WS-NEW-GRADE             PIC X(02).

      * THE COST TO MINIMUM BY DEPARTMENT AND GRADE, IN THAT ORDER.
       01 WS-CM-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-CM-TABLE.
          05 WS-CM-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-CM-COUNT.
             10 WS-CM-KEY.
                15 WS-CM-DEPT      PIC 9(03).
                15 WS-CM-GRADE     PIC X(02).
             10 WS-CM-PEOPLE       PIC 9(05).
             10 WS-CM-COST         PIC 9(09)V99.
       01 WS-CM-SUB                PIC 9(03).
       01 WS-CM-MOVE               PIC 9(03).
       01 WS-CM-NEW-KEY.
          05 WS-CM-NEW-DEPT        PIC 9(03).
          05 WS-CM-NEW-GRADE       PIC X(02).
       01 WS-CM-DROPPED            PIC 9(05) VALUE ZERO.

       01 WS-SHORTFALL             PIC 9(07)V99 VALUE ZERO.
       01 WS-EXCESS                PIC 9(07)V99 VALUE ZERO.
       01 WS-TODAY-TEXT            PIC X(14) VALUE SPACES.
       01 WS-REMARK                PIC X(26) VALUE SPACES.
       01 WS-PREV-DEPT             PIC 9(03) VALUE ZERO.
       01 WS-DEPT-PEOPLE           PIC 9(05) VALUE ZERO.
       01 WS-DEPT-COST             PIC 9(09)V99 VALUE ZERO.
       01 WS-TOTAL-PEOPLE          PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-COST            PIC 9(09)V99 VALUE ZERO.
       01 WS-CHECK-SALARY          PIC 9(06)V99 VALUE ZERO.

       01 WS-PRINT.
          05 WS-PRT-SALARY         PIC ZZZ,ZZ9.99.
          05 WS-PRT-AMOUNT         PIC ZZZ,ZZ9.99.
          05 WS-PRT-COST           PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-PRT-PEOPLE         PIC ZZZZ9.
          05 WS-PRT-CUR-MIN        PIC ZZZZZ9
                                   BLANK WHEN ZERO.
          05 WS-PRT-CUR-MAX        PIC ZZZZZ9
                                   BLANK WHEN ZERO.
          05 WS-PRT-PRP-MIN        PIC ZZZZZ9
                                   BLANK WHEN ZERO.
          05 WS-PRT-PRP-MAX        PIC ZZZZZ9
                                   BLANK WHEN ZERO.

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPGRDSM".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-BAND-CHANGES THRU 2000-EXIT.
           PERFORM 3000-SCAN-EMPLOYEES THRU 3000-EXIT.
           PERFORM 4000-COST-TO-MINIMUM THRU 4000-EXIT.
           PERFORM 5000-SCAN-POSITIONS THRU 5000-EXIT.
           PERFORM 6000-SCAN-PLAN THRU 6000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-GRADES FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-GRADES
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-REVIEW FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-REVIEW
           END-ACCEPT.
           IF WS-ARG-GRADES NOT = SPACES
               MOVE WS-ARG-GRADES TO WS-PRP-NAME
           END-IF.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
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

           PERFORM 1100-LOAD-CURRENT THRU 1100-EXIT.
           PERFORM 1200-LOAD-PROPOSED THRU 1200-EXIT.

      * THE REVIEW FILE IS A BATCH LIKE ANY OTHER: "G" PLUS THE RUN
      * TIMESTAMP IDENTIFIES IT, SO IF COMPENSATION RELEASES IT TO
      * EMPMAINT.DAT INDXDEUP WILL STILL REFUSE TO APPLY IT TWICE.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           IF WRITE-REVIEW
               OPEN OUTPUT REVIEW-FILE
               IF NOT REV-STATUS-OK
                   DISPLAY "ERROR OPENING REVIEW-FILE"
                   DISPLAY "FILE STATUS : " WS-REV-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE SPACES TO WS-BATCH-ID
               STRING "G" FUNCTION CURRENT-DATE (8:7)
                   DELIMITED BY SIZE INTO WS-BATCH-ID
               MOVE SPACES TO TRANS-REC
               MOVE "H" TO TRANS-ACTION
               MOVE WS-BATCH-ID TO TB-HDR-BATCH-ID
               MOVE WS-BUSINESS-DATE TO TB-HDR-DATE
               WRITE TRANS-REC
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "GRADE BAND REVISION IMPACT - PROPOSAL "
                  WS-PRP-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-CURRENT.
           OPEN INPUT GRADE-FILE.
           IF NOT GRADE-STATUS-OK
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
                       MOVE GRD-GRADE TO WS-NEW-GRADE
                       PERFORM 1500-FIND-GRADE THRU 1500-EXIT
                       IF WS-GB-SUB > ZERO
                           MOVE "Y" TO WS-GB-CUR (WS-GB-SUB)
                           MOVE GRD-MIN-SALARY
                               TO WS-GB-CUR-MIN (WS-GB-SUB)
                           MOVE GRD-MAX-SALARY
                               TO WS-GB-CUR-MAX (WS-GB-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRADE-FILE.
       1100-EXIT.
           EXIT.

       1200-LOAD-PROPOSED.
           OPEN INPUT PROPOSED-FILE.
           IF NOT PRP-STATUS-OK
               DISPLAY "ERROR OPENING PROPOSED GRADES " WS-PRP-NAME
               DISPLAY "FILE STATUS : " WS-PRP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL PRP-FILE-END
               READ PROPOSED-FILE
                   AT END
                       MOVE "Y" TO WS-PRP-FILE-END
                   NOT AT END
                       PERFORM 1250-TAKE-PROPOSED THRU 1250-EXIT
               END-READ
           END-PERFORM.
           CLOSE PROPOSED-FILE.
       1200-EXIT.
           EXIT.

       1250-TAKE-PROPOSED.
           IF PRP-MIN-SALARY NOT NUMERIC
                   OR PRP-MAX-SALARY NOT NUMERIC
                   OR PRP-MIN-SALARY > PRP-MAX-SALARY
               DISPLAY "BAD PROPOSED BAND " PROPOSED-REC " IGNORED"
               GO TO 1250-EXIT
           END-IF.
           MOVE PRP-GRADE TO WS-NEW-GRADE.
           PERFORM 1500-FIND-GRADE THRU 1500-EXIT.
           IF WS-GB-SUB > ZERO
               MOVE "Y" TO WS-GB-PRP (WS-GB-SUB)
               MOVE PRP-MIN-SALARY TO WS-GB-PRP-MIN (WS-GB-SUB)
               MOVE PRP-MAX-SALARY TO WS-GB-PRP-MAX (WS-GB-SUB)
           END-IF.
       1250-EXIT.
           EXIT.

      * FINDS WS-NEW-GRADE ON THE BAND TABLE, ADDING IT WHEN NEW.
      * WS-GB-SUB IS ZERO IF THE TABLE IS FULL.
       1500-FIND-GRADE.
           PERFORM VARYING WS-GB-SUB FROM 1 BY 1
                   UNTIL WS-GB-SUB > WS-GB-COUNT
                      OR WS-GB-GRADE (WS-GB-SUB) = WS-NEW-GRADE
               CONTINUE
           END-PERFORM.
           IF WS-GB-SUB <= WS-GB-COUNT
               GO TO 1500-EXIT
           END-IF.
           IF WS-GB-COUNT >= 40
               DISPLAY "GRADE TABLE FULL - " WS-NEW-GRADE " DROPPED"
               MOVE ZERO TO WS-GB-SUB
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WS-GB-COUNT.
           MOVE WS-GB-COUNT TO WS-GB-SUB.
           MOVE WS-NEW-GRADE TO WS-GB-GRADE (WS-GB-SUB).
           MOVE "N" TO WS-GB-CUR (WS-GB-SUB).
           MOVE "N" TO WS-GB-PRP (WS-GB-SUB).
           MOVE ZERO TO WS-GB-CUR-MIN (WS-GB-SUB)
                        WS-GB-CUR-MAX (WS-GB-SUB)
                        WS-GB-PRP-MIN (WS-GB-SUB)
                        WS-GB-PRP-MAX (WS-GB-SUB).
       1500-EXIT.
           EXIT.

      * SECTION 1 - THE BANDS SIDE BY SIDE.
       2000-BAND-CHANGES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "1. BAND CHANGES" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "GR   CURRENT MIN     MAX   PROPOSED MIN     MAX"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-GB-SUB FROM 1 BY 1
                   UNTIL WS-GB-SUB > WS-GB-COUNT
               MOVE WS-GB-CUR-MIN (WS-GB-SUB) TO WS-PRT-CUR-MIN
               MOVE WS-GB-CUR-MAX (WS-GB-SUB) TO WS-PRT-CUR-MAX
               MOVE WS-GB-PRP-MIN (WS-GB-SUB) TO WS-PRT-PRP-MIN
               MOVE WS-GB-PRP-MAX (WS-GB-SUB) TO WS-PRT-PRP-MAX
               EVALUATE TRUE
                   WHEN WS-GB-CUR (WS-GB-SUB) = "N"
                       MOVE "NEW GRADE" TO WS-REMARK
                       MOVE ZERO TO WS-PRT-CUR-MIN WS-PRT-CUR-MAX
                   WHEN WS-GB-PRP (WS-GB-SUB) = "N"
                       MOVE "DROPPED BY PROPOSAL" TO WS-REMARK
                       MOVE ZERO TO WS-PRT-PRP-MIN WS-PRT-PRP-MAX
                   WHEN WS-GB-CUR-MIN (WS-GB-SUB)
                           = WS-GB-PRP-MIN (WS-GB-SUB)
                        AND WS-GB-CUR-MAX (WS-GB-SUB)
                           = WS-GB-PRP-MAX (WS-GB-SUB)
                       MOVE "UNCHANGED" TO WS-REMARK
                   WHEN OTHER
                       MOVE "CHANGED" TO WS-REMARK
               END-EVALUATE
               MOVE SPACES TO REPORT-LINE
               STRING WS-GB-GRADE (WS-GB-SUB)
                      "        " WS-PRT-CUR-MIN
                      "  " WS-PRT-CUR-MAX
                      "         " WS-PRT-PRP-MIN
                      "  " WS-PRT-PRP-MAX
                      "   " WS-REMARK
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
       2000-EXIT.
           EXIT.

      * SECTION 2 - TERMINATED EMPLOYEES ARE NOT SCANNED, AS IN
      * GRDBANDS.
       3000-SCAN-EMPLOYEES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "2. EMPLOYEES OUT OF THE PROPOSED BAND" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPID  NAME                  DEPT GR     SALARY"
                  "  NEW MIN  NEW MAX  SHORT/EXCESS  TODAY"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO EMPID.
           START EMPFILE KEY >= EMPID
               INVALID KEY
                   MOVE "Y" TO WS-EMP-FILE-END
           END-START.
           PERFORM UNTIL EMP-FILE-END
               READ EMPFILE NEXT
                   AT END
                       MOVE "Y" TO WS-EMP-FILE-END
                   NOT AT END
                       IF NOT EMP-TERMINATED
                           ADD 1 TO WS-SCANNED-COUNT
                           PERFORM 3100-CHECK-EMPLOYEE THRU 3100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       3000-EXIT.
           EXIT.

       3100-CHECK-EMPLOYEE.
           MOVE EMPGRADE TO WS-NEW-GRADE.
           PERFORM VARYING WS-GB-SUB FROM 1 BY 1
                   UNTIL WS-GB-SUB > WS-GB-COUNT
                      OR WS-GB-GRADE (WS-GB-SUB) = WS-NEW-GRADE
               CONTINUE
           END-PERFORM.
           IF WS-GB-SUB > WS-GB-COUNT
               GO TO 3100-EXIT
           END-IF.

      * WHERE THEY STAND ON TODAY'S MASTER.
           MOVE "IN BAND" TO WS-TODAY-TEXT.
           IF WS-GB-CUR (WS-GB-SUB) = "N"
               MOVE "NO GRADE" TO WS-TODAY-TEXT
           ELSE
               IF EMPSALARY < WS-GB-CUR-MIN (WS-GB-SUB)
                       OR EMPSALARY > WS-GB-CUR-MAX (WS-GB-SUB)
                   MOVE "ALREADY OUT" TO WS-TODAY-TEXT
               END-IF
           END-IF.

           MOVE ZERO TO WS-SHORTFALL WS-EXCESS.
           EVALUATE TRUE
               WHEN WS-GB-PRP (WS-GB-SUB) = "N"
                   IF WS-GB-CUR (WS-GB-SUB) = "N"
                       GO TO 3100-EXIT
                   END-IF
                   ADD 1 TO WS-DROPPED-GRADE-COUNT
                   MOVE "GRADE DROPPED" TO WS-REMARK
               WHEN EMPSALARY < WS-GB-PRP-MIN (WS-GB-SUB)
                   ADD 1 TO WS-BELOW-COUNT
                   COMPUTE WS-SHORTFALL =
                       WS-GB-PRP-MIN (WS-GB-SUB) - EMPSALARY
                   MOVE "BELOW NEW MINIMUM" TO WS-REMARK
                   PERFORM 3200-ADD-COST THRU 3200-EXIT
                   IF WRITE-REVIEW
                       PERFORM 3300-WRITE-REVIEW THRU 3300-EXIT
                   END-IF
               WHEN EMPSALARY > WS-GB-PRP-MAX (WS-GB-SUB)
                   ADD 1 TO WS-ABOVE-COUNT
                   COMPUTE WS-EXCESS =
                       EMPSALARY - WS-GB-PRP-MAX (WS-GB-SUB)
                   MOVE "ABOVE NEW MAXIMUM" TO WS-REMARK
               WHEN OTHER
                   GO TO 3100-EXIT
           END-EVALUATE.
           IF WS-TODAY-TEXT = "IN BAND"
               ADD 1 TO WS-NEWLY-OUT-COUNT
           END-IF.

           MOVE EMPSALARY TO WS-PRT-SALARY.
           MOVE WS-GB-PRP-MIN (WS-GB-SUB) TO WS-PRT-PRP-MIN.
           MOVE WS-GB-PRP-MAX (WS-GB-SUB) TO WS-PRT-PRP-MAX.
           IF WS-GB-PRP (WS-GB-SUB) = "N"
               MOVE ZERO TO WS-PRT-PRP-MIN WS-PRT-PRP-MAX
           END-IF.
           IF WS-EXCESS > ZERO
               MOVE WS-EXCESS TO WS-PRT-AMOUNT
           ELSE
               MOVE WS-SHORTFALL TO WS-PRT-AMOUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING EMPID "  " EMPNAME "  " EMPDEPT "  " EMPGRADE
                  " " WS-PRT-SALARY
                  "   " WS-PRT-PRP-MIN
                  "   " WS-PRT-PRP-MAX
                  "    " WS-PRT-AMOUNT
                  "  " WS-TODAY-TEXT
                  " " WS-REMARK
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3100-EXIT.
           EXIT.

      * THE SHORTFALL INTO ITS DEPARTMENT AND GRADE LINE, OPENED IN
      * ITS SORTED PLACE WHEN NEW.
       3200-ADD-COST.
           MOVE EMPDEPT TO WS-CM-NEW-DEPT.
           MOVE EMPGRADE TO WS-CM-NEW-GRADE.
           PERFORM VARYING WS-CM-SUB FROM 1 BY 1
                   UNTIL WS-CM-SUB > WS-CM-COUNT
                      OR WS-CM-KEY (WS-CM-SUB) NOT < WS-CM-NEW-KEY
               CONTINUE
           END-PERFORM.
           IF WS-CM-SUB <= WS-CM-COUNT
               IF WS-CM-KEY (WS-CM-SUB) = WS-CM-NEW-KEY
                   GO TO 3200-ADD
               END-IF
           END-IF.
           IF WS-CM-COUNT >= 500
               ADD 1 TO WS-CM-DROPPED
               DISPLAY "COST TABLE FULL - " WS-CM-NEW-KEY " DROPPED"
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-CM-COUNT.
           PERFORM VARYING WS-CM-MOVE FROM WS-CM-COUNT BY -1
                   UNTIL WS-CM-MOVE <= WS-CM-SUB
               MOVE WS-CM-ENTRY (WS-CM-MOVE - 1)
                   TO WS-CM-ENTRY (WS-CM-MOVE)
           END-PERFORM.
           MOVE WS-CM-NEW-KEY TO WS-CM-KEY (WS-CM-SUB).
           MOVE ZERO TO WS-CM-PEOPLE (WS-CM-SUB)
                        WS-CM-COST (WS-CM-SUB).
       3200-ADD.
           ADD 1 TO WS-CM-PEOPLE (WS-CM-SUB).
           ADD WS-SHORTFALL TO WS-CM-COST (WS-CM-SUB).
       3200-EXIT.
           EXIT.

      * THE EMPLOYEE'S CURRENT FIELDS UNCHANGED EXCEPT FOR THE
      * SALARY, RAISED TO THE NEW MINIMUM.
       3300-WRITE-REVIEW.
           MOVE SPACES          TO TRANS-REC.
           MOVE "U"             TO TRANS-ACTION.
           MOVE EMPID           TO TRANS-EMPID.
           MOVE EMPDEPT         TO TRANS-EMPDEPT.
           MOVE EMPNAME         TO TRANS-EMPNAME.
           MOVE WS-GB-PRP-MIN (WS-GB-SUB) TO TRANS-EMPSALARY.
           MOVE EMPGRADE        TO TRANS-EMPGRADE.
           MOVE EMPDESIGNATION  TO TRANS-EMPDESIGNATION.
           MOVE EMP-HIRE-DATE   TO TRANS-HIRE-DATE.
           MOVE "GRDSIM"        TO TRANS-OPERATOR.
           WRITE TRANS-REC.
           ADD TRANS-EMPSALARY TO WS-BATCH-HASH.
           ADD 1 TO WS-REVIEW-COUNT.
       3300-EXIT.
           EXIT.

      * SECTION 3 - ANNUAL COST TO MINIMUM, DEPARTMENT SUBTOTALS
      * AND A GRAND TOTAL.
       4000-COST-TO-MINIMUM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "3. ANNUAL COST OF BRINGING EVERYONE TO THE NEW MINIMUM"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEPT  GR  PEOPLE     ANNUAL COST" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-CM-SUB FROM 1 BY 1
                   UNTIL WS-CM-SUB > WS-CM-COUNT
               IF WS-CM-SUB > 1
                       AND WS-CM-DEPT (WS-CM-SUB) NOT = WS-PREV-DEPT
                   PERFORM 4100-DEPT-TOTAL THRU 4100-EXIT
               END-IF
               MOVE WS-CM-DEPT (WS-CM-SUB) TO WS-PREV-DEPT
               MOVE WS-CM-PEOPLE (WS-CM-SUB) TO WS-PRT-PEOPLE
               MOVE WS-CM-COST (WS-CM-SUB) TO WS-PRT-COST
               MOVE SPACES TO REPORT-LINE
               STRING WS-CM-DEPT (WS-CM-SUB)
                      "   " WS-CM-GRADE (WS-CM-SUB)
                      "   " WS-PRT-PEOPLE
                      "  " WS-PRT-COST
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD WS-CM-PEOPLE (WS-CM-SUB) TO WS-DEPT-PEOPLE
                                               WS-TOTAL-PEOPLE
               ADD WS-CM-COST (WS-CM-SUB) TO WS-DEPT-COST
                                             WS-TOTAL-COST
           END-PERFORM.
           IF WS-CM-COUNT > ZERO
               PERFORM 4100-DEPT-TOTAL THRU 4100-EXIT
           END-IF.
           MOVE WS-TOTAL-PEOPLE TO WS-PRT-PEOPLE.
           MOVE WS-TOTAL-COST TO WS-PRT-COST.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL     " WS-PRT-PEOPLE "  " WS-PRT-COST
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       4000-EXIT.
           EXIT.

       4100-DEPT-TOTAL.
           MOVE WS-DEPT-PEOPLE TO WS-PRT-PEOPLE.
           MOVE WS-DEPT-COST TO WS-PRT-COST.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-PREV-DEPT " ALL  " WS-PRT-PEOPLE
                  "  " WS-PRT-COST
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-DEPT-PEOPLE WS-DEPT-COST.
       4100-EXIT.
           EXIT.

      * SECTION 4 - AUTHORIZED POSITIONS. NO POSITION MASTER, NO
      * SECTION.
       5000-SCAN-POSITIONS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "4. AUTHORIZED POSITIONS OUT OF THE PROPOSED BAND"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT POS-FILE.
           IF NOT POS-STATUS-OK
               MOVE "   NO POSITION MASTER" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO POS-ID.
           START POS-FILE KEY >= POS-ID
               INVALID KEY
                   MOVE "Y" TO WS-POS-FILE-END
           END-START.
           PERFORM UNTIL POS-FILE-END
               READ POS-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-POS-FILE-END
                   NOT AT END
                       IF POS-AUTHORIZED
                           MOVE POS-GRADE TO WS-NEW-GRADE
                           MOVE POS-AUTH-SALARY TO WS-CHECK-SALARY
                           PERFORM 7000-CHECK-BAND THRU 7000-EXIT
                           IF WS-REMARK NOT = SPACES
                               ADD 1 TO WS-POS-OUT-COUNT
                               MOVE SPACES TO REPORT-LINE
                               STRING "POSITION " POS-ID
                                      "  DEPT " POS-DEPT
                                      "  " POS-GRADE
                                      "  AUTHORIZED " WS-PRT-SALARY
                                      "  " WS-REMARK
                                   DELIMITED BY SIZE INTO REPORT-LINE
                               WRITE REPORT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POS-FILE.
       5000-EXIT.
           EXIT.

      * SECTION 5 - HIRING PLAN LINES. A LINE EMPFCAST WOULD REJECT
      * AS MALFORMED IS LEFT TO IT.
       6000-SCAN-PLAN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "5. PLANHIRE.DAT LINES OUT OF THE PROPOSED BAND"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT PLAN-FILE.
           IF NOT PLN-STATUS-OK
               MOVE "   NO HIRING PLAN" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 6000-EXIT
           END-IF.
           PERFORM UNTIL PLN-FILE-END
               READ PLAN-FILE
                   AT END
                       MOVE "Y" TO WS-PLN-FILE-END
                   NOT AT END
                       IF PLN-DEPT-X IS NUMERIC
                               AND PLN-START-X IS NUMERIC
                               AND PLN-SALARY-X IS NUMERIC
                           MOVE PLN-GRADE TO WS-NEW-GRADE
                           MOVE PLN-SALARY TO WS-CHECK-SALARY
                           PERFORM 7000-CHECK-BAND THRU 7000-EXIT
                           IF WS-REMARK NOT = SPACES
                               ADD 1 TO WS-PLAN-OUT-COUNT
                               MOVE SPACES TO REPORT-LINE
                               STRING "PLAN DEPT " PLN-DEPT
                                      "  " PLN-GRADE
                                      "  START " PLN-START-MONTH
                                      "  PLANNED " WS-PRT-SALARY
                                      "  " WS-REMARK
                                   DELIMITED BY SIZE INTO REPORT-LINE
                               WRITE REPORT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLAN-FILE.
       6000-EXIT.
           EXIT.

      * WS-CHECK-SALARY AGAINST THE PROPOSED BAND OF WS-NEW-GRADE.
      * WS-REMARK IS LEFT BLANK WHEN IT IS IN BAND.
       7000-CHECK-BAND.
           MOVE SPACES TO WS-REMARK.
           MOVE WS-CHECK-SALARY TO WS-PRT-SALARY.
           PERFORM VARYING WS-GB-SUB FROM 1 BY 1
                   UNTIL WS-GB-SUB > WS-GB-COUNT
                      OR WS-GB-GRADE (WS-GB-SUB) = WS-NEW-GRADE
               CONTINUE
           END-PERFORM.
           IF WS-GB-SUB > WS-GB-COUNT
               MOVE "GRADE NOT ON PROPOSAL" TO WS-REMARK
               GO TO 7000-EXIT
           END-IF.
           IF WS-GB-PRP (WS-GB-SUB) = "N"
               MOVE "GRADE DROPPED" TO WS-REMARK
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-GB-PRP-MIN (WS-GB-SUB) TO WS-PRT-PRP-MIN.
           MOVE WS-GB-PRP-MAX (WS-GB-SUB) TO WS-PRT-PRP-MAX.
           IF WS-CHECK-SALARY < WS-GB-PRP-MIN (WS-GB-SUB)
               STRING "BELOW NEW MINIMUM " WS-PRT-PRP-MIN
                   DELIMITED BY SIZE INTO WS-REMARK
           END-IF.
           IF WS-CHECK-SALARY > WS-GB-PRP-MAX (WS-GB-SUB)
               STRING "ABOVE NEW MAXIMUM " WS-PRT-PRP-MAX
                   DELIMITED BY SIZE INTO WS-REMARK
           END-IF.
       7000-EXIT.
           EXIT.

       9999-CLEANUP.
           IF WRITE-REVIEW
               MOVE SPACES TO TRANS-REC
               MOVE "T" TO TRANS-ACTION
               MOVE WS-REVIEW-COUNT TO TB-TRL-COUNT
               MOVE WS-BATCH-HASH TO TB-TRL-HASH
               WRITE TRANS-REC
               CLOSE REVIEW-FILE
           END-IF.
           CLOSE EMPFILE.
           CLOSE REPORT-FILE.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "BELOW NEW MIN " WS-BELOW-COUNT
                  " ABOVE NEW MAX " WS-ABOVE-COUNT
                  " REVIEW TRANS " WS-REVIEW-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-CM-DROPPED > ZERO
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "EMPLOYEES SCANNED      : " WS-SCANNED-COUNT.
           DISPLAY "BELOW NEW MINIMUM      : " WS-BELOW-COUNT.
           DISPLAY "ABOVE NEW MAXIMUM      : " WS-ABOVE-COUNT.
           DISPLAY "ON A DROPPED GRADE     : " WS-DROPPED-GRADE-COUNT.
           DISPLAY "NEWLY OUT OF BAND      : " WS-NEWLY-OUT-COUNT.
           DISPLAY "POSITIONS OUT OF BAND  : " WS-POS-OUT-COUNT.
           DISPLAY "PLAN LINES OUT OF BAND : " WS-PLAN-OUT-COUNT.
           IF WRITE-REVIEW
               DISPLAY "REVIEW TRANSACTIONS    : " WS-REVIEW-COUNT
           END-IF.
       9999-EXIT.
           EXIT.
