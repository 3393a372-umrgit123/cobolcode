       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPAPRRPT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * PERFORMANCE RATING DISTRIBUTION AND MERIT OUTLIER REPORT.
      *
      * FIRST ARGUMENT: THE REVIEW YEAR (DEFAULT THE YEAR BEFORE THE
      * BUSINESS DATE). THE APPRAISALS EMPAPRE LOADED FOR THAT YEAR
      * ARE COUNTED BY RATING FOR EACH DEPARTMENT AND GRADE, WITH
      * DEPARTMENT AND COMPANY TOTALS, AND SET AGAINST THE TARGET
      * PERCENTAGES ON APPRTGT.CTL (EMPAPRRPT.DAT). A GROUP OF FIVE
      * OR MORE WHOSE SHARE AT ANY RATING IS MORE THAN 15 POINTS
      * FROM TARGET IS FLAGGED. APPRAISALS STILL AWAITING SIGN-OFF
      * ARE NOT COUNTED.
      *
      * THE MERIT INCREASES THAT FOLLOWED - THE SALARY CHANGES THE
      * MERITCYC OPERATOR APPLIED THROUGH INDXDEUP, READ FROM THE
      * AUDIT TRAIL AND ITS AUDGEN.CAT GENERATIONS BETWEEN THE DATES
      * IN ARGUMENTS 2 AND 3 (DEFAULT THE WHOLE OF THE FOLLOWING
      * YEAR) - ARE SET AGAINST THE RATING, AND THOSE OUT OF LINE
      * ARE LISTED ON EMPAPROUT.DAT:
      *   - NO RATING ON FILE FOR THE REVIEW YEAR
      *   - ANY INCREASE WITH A RATING OF 1
      *   - A TOP INCREASE (AT OR ABOVE THE HIGH PERCENT) WITH A
      *     RATING OF 2
      *   - A RATING OF 5 WITH LESS THAN THE LOW PERCENT
      *
      * APPRTGT.CTL (23 BYTES): TARGET PERCENT FOR RATINGS 1 TO 5
      * (5 X 9(3), TOTALLING 100), HIGH PERCENT 9(2)V99, LOW
      * PERCENT 9(2)V99. WITHOUT IT THE TARGETS ARE 10/20/40/20/10,
      * THE HIGH PERCENT 5.00 AND THE LOW PERCENT 1.00.
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
        SELECT APPR-FILE ASSIGN "APPRAISAL"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-APR-FILE-STATUS
                       RECORD KEY APR-KEY.
        SELECT TARGET-FILE ASSIGN "APPRTGT.CTL"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TGT-FILE-STATUS.
        SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUD-NAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-AUDIT-FILE-STATUS.
        SELECT CAT-FILE ASSIGN "AUDGEN.CAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CAT-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPAPRRPT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
        SELECT OUTLIER-FILE ASSIGN "EMPAPROUT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-OUT-FILE-STATUS.
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

       FD TARGET-FILE
       RECORD 23.
       01 TARGET-REC.
          05 TGT-PCT           PIC 9(03) OCCURS 5 TIMES.
          05 TGT-HIGH-PCT      PIC 9(02)V99.
          05 TGT-LOW-PCT       PIC 9(02)V99.

       FD AUDIT-FILE
       RECORD 247.
       01 AUDIT-REC.
          05 AUD-TIMESTAMP     PIC X(21).
          05 FILLER            PIC X(02).
          05 AUD-ACTION        PIC X(01).
          05 FILLER            PIC X(02).
          05 AUD-EMPID         PIC 9(05).
          05 FILLER            PIC X(02).
          05 AUD-BEFORE-IMAGE  PIC X(90).
          05 FILLER            PIC X(02).
          05 AUD-AFTER-IMAGE   PIC X(90).
          05 FILLER            PIC X(02).
          05 AUD-OPERATOR      PIC X(08).
          05 FILLER            PIC X(02).
          05 AUD-PREV-HASH     PIC 9(09).
          05 FILLER            PIC X(02).
          05 AUD-HASH          PIC 9(09).

       FD CAT-FILE
       RECORD 40.
       01 CAT-REC.
          05 CAT-GEN-NAME      PIC X(16).
          05 CAT-FROM-DATE     PIC 9(08).
          05 CAT-TO-DATE       PIC 9(08).
          05 CAT-REC-COUNT     PIC 9(07).
          05 FILLER            PIC X(01).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       FD OUTLIER-FILE.
       01 OUTLIER-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-APR-FILE-STATUS    PIC X(02) VALUE "00".
             88 APR-STATUS-OK      VALUE "00".
          05 WS-APR-FILE-END       PIC X(01) VALUE "N".
             88 APR-FILE-END       VALUE "Y".
          05 WS-TGT-FILE-STATUS    PIC X(02) VALUE "00".
             88 TGT-STATUS-OK      VALUE "00".
          05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
             88 AUDIT-STATUS-OK    VALUE "00".
          05 WS-AUDIT-FILE-END     PIC X(01) VALUE "N".
             88 AUDIT-FILE-END     VALUE "Y".
          05 WS-CAT-FILE-STATUS    PIC X(02) VALUE "00".
             88 CAT-STATUS-OK      VALUE "00".
          05 WS-CAT-FILE-END       PIC X(01) VALUE "N".
             88 CAT-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".
          05 WS-OUT-FILE-STATUS    PIC X(02) VALUE "00".
             88 OUT-STATUS-OK      VALUE "00".
          05 WS-OFF-TARGET         PIC X(01) VALUE "N".
             88 OFF-TARGET         VALUE "Y".

       01 WS-ARG                   PIC X(08) VALUE SPACES.
       01 WS-REVIEW-YEAR           PIC 9(04) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
          05 WS-BUS-YEAR           PIC 9(04).
          05 FILLER                PIC 9(04).
       01 WS-FROM-DATE             PIC 9(08) VALUE ZERO.
       01 WS-TO-DATE               PIC 9(08) VALUE ZERO.
       01 WS-AUD-NAME              PIC X(16) VALUE "INDXDEUP.AUD".
       01 WS-AUDIT-DATE            PIC 9(08) VALUE ZERO.
       01 WS-AUDIT-DATE-X REDEFINES WS-AUDIT-DATE PIC X(08).

       01 WS-TARGETS.
          05 WS-TGT-PCT            PIC 9(03) OCCURS 5 TIMES.
       01 WS-TGT-TOTAL             PIC 9(04) VALUE ZERO.
       01 WS-HIGH-PCT              PIC 9(02)V99 VALUE 5.00.
       01 WS-LOW-PCT               PIC 9(02)V99 VALUE 1.00.
       01 WS-TOLERANCE             PIC 9(03) VALUE 15.
       01 WS-MIN-GROUP             PIC 9(03) VALUE 5.

       01 WS-COUNTS.
          05 WS-RATED-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-PENDING-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-NO-EMP-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-MERIT-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-OUTLIER-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-DROPPED-COUNT      PIC 9(05) VALUE ZERO.

       01 WS-SEG-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-SEG-TABLE.
          05 WS-SEG-NAME           PIC X(16) OCCURS 1 TO 61 TIMES
                  DEPENDING ON WS-SEG-COUNT.
       01 WS-SEG-SUB               PIC 9(02).

      * ONE ENTRY PER DEPARTMENT AND GRADE, KEPT IN DEPARTMENT AND
      * GRADE ORDER AS IT IS BUILT.
       01 WS-DG-COUNT              PIC 9(04) VALUE ZERO.
       01 WS-DG-TABLE.
          05 WS-DG-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-DG-COUNT.
             10 WS-DG-KEY.
                15 WS-DG-DEPT      PIC 9(03).
                15 WS-DG-GRADE     PIC X(02).
             10 WS-DG-RATING       PIC 9(05) OCCURS 5 TIMES.
       01 WS-DG-SUB                PIC 9(04).
       01 WS-DG-MOVE               PIC 9(04).
       01 WS-NEW-KEY.
          05 WS-NEW-DEPT           PIC 9(03).
          05 WS-NEW-GRADE          PIC X(02).

      * THE LINE BEING PRINTED, AND THE DEPARTMENT AND COMPANY
      * TOTALS ROLLED UP FROM THE GROUP LINES.
       01 WS-LINE-COUNTS.
          05 WS-LC-RATING          PIC 9(05) OCCURS 5 TIMES.
       01 WS-DEPT-COUNTS.
          05 WS-DC-RATING          PIC 9(05) OCCURS 5 TIMES.
       01 WS-CO-COUNTS.
          05 WS-CC-RATING          PIC 9(05) OCCURS 5 TIMES.
       01 WS-LINE-TOTAL            PIC 9(05) VALUE ZERO.
       01 WS-RATING-SUB            PIC 9(01).
       01 WS-PREV-DEPT             PIC 9(03) VALUE ZERO.
       01 WS-LINE-LABEL            PIC X(09) VALUE SPACES.
       01 WS-PCT                   PIC 9(03)V9 VALUE ZERO.
       01 WS-GAP                   PIC S9(03)V9 VALUE ZERO.
       01 WS-PCT-TEXT.
          05 WS-PCT-COL OCCURS 5 TIMES.
             10 WS-PRT-PCT         PIC ZZ9.9.
             10 FILLER             PIC X(03).
       01 WS-PRT-TOTAL             PIC ZZZZ9.
       01 WS-PRT-COUNT             PIC ZZZZ9.

      * THE BEFORE AND AFTER IMAGES DECODED WITH THE EMPREC LAYOUT.
       01 WS-BEFORE-REC.
          05 BEF-EMPID         PIC 9(05).
          05 BEF-EMPDEPT       PIC 9(03).
          05 BEF-EMPNAME       PIC X(20).
          05 BEF-EMPSALARY     PIC 9(06)V99.
          05 FILLER            PIC X(54).
       01 WS-AFTER-REC.
          05 AFT-EMPID         PIC 9(05).
          05 AFT-EMPDEPT       PIC 9(03).
          05 AFT-EMPNAME       PIC X(20).
          05 AFT-EMPSALARY     PIC 9(06)V99.
          05 FILLER            PIC X(54).

       01 WS-INCREASE-PCT          PIC S9(03)V99 VALUE ZERO.
       01 WS-OUT-RATING            PIC X(01) VALUE SPACE.
       01 WS-OUT-REASON            PIC X(28) VALUE SPACES.
       01 WS-PRT-OLD-SAL           PIC ZZZ,ZZ9.99.
       01 WS-PRT-NEW-SAL           PIC ZZZ,ZZ9.99.
       01 WS-PRT-INCREASE          PIC -ZZ9.99.

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPAPRRP".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-COUNT-RATINGS THRU 2000-EXIT.
           PERFORM 3000-WRITE-DISTRIBUTION THRU 3000-EXIT.
           PERFORM 4000-FIND-OUTLIERS THRU 4000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           COMPUTE WS-REVIEW-YEAR = WS-BUS-YEAR - 1.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG NOT = SPACES
               IF WS-ARG (1:4) NOT NUMERIC
                   DISPLAY "REVIEW YEAR MUST BE YYYY - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ARG (1:4) TO WS-REVIEW-YEAR
           END-IF.

           COMPUTE WS-FROM-DATE = (WS-REVIEW-YEAR + 1) * 10000 + 0101.
           COMPUTE WS-TO-DATE = (WS-REVIEW-YEAR + 1) * 10000 + 1231.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG NOT = SPACES AND WS-ARG IS NUMERIC
               MOVE WS-ARG TO WS-FROM-DATE
           END-IF.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG NOT = SPACES AND WS-ARG IS NUMERIC
               MOVE WS-ARG TO WS-TO-DATE
           END-IF.

           PERFORM 1100-LOAD-TARGETS THRU 1100-EXIT.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT APPR-FILE.
           IF NOT APR-STATUS-OK
               DISPLAY "NO APPRAISAL FILE - RUN EMPAPRE FIRST"
               DISPLAY "FILE STATUS : " WS-APR-FILE-STATUS
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
           OPEN OUTPUT OUTLIER-FILE.
           IF NOT OUT-STATUS-OK
               DISPLAY "ERROR OPENING OUTLIER-FILE"
               DISPLAY "FILE STATUS : " WS-OUT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

      * TARGETS THAT DO NOT ADD UP TO 100 ARE IGNORED IN FAVOUR OF
      * THE STANDARD CURVE.
       1100-LOAD-TARGETS.
           MOVE 010 TO WS-TGT-PCT (1).
           MOVE 020 TO WS-TGT-PCT (2).
           MOVE 040 TO WS-TGT-PCT (3).
           MOVE 020 TO WS-TGT-PCT (4).
           MOVE 010 TO WS-TGT-PCT (5).
           OPEN INPUT TARGET-FILE.
           IF NOT TGT-STATUS-OK
               GO TO 1100-EXIT
           END-IF.
           READ TARGET-FILE
               AT END
                   CLOSE TARGET-FILE
                   GO TO 1100-EXIT
           END-READ.
           CLOSE TARGET-FILE.
           MOVE ZERO TO WS-TGT-TOTAL.
           PERFORM VARYING WS-RATING-SUB FROM 1 BY 1
                   UNTIL WS-RATING-SUB > 5
               IF TGT-PCT (WS-RATING-SUB) IS NUMERIC
                   ADD TGT-PCT (WS-RATING-SUB) TO WS-TGT-TOTAL
               END-IF
           END-PERFORM.
           IF WS-TGT-TOTAL NOT = 100
               DISPLAY "APPRTGT.CTL TARGETS DO NOT TOTAL 100 - "
                       "STANDARD TARGETS USED"
           ELSE
               PERFORM VARYING WS-RATING-SUB FROM 1 BY 1
                       UNTIL WS-RATING-SUB > 5
                   MOVE TGT-PCT (WS-RATING-SUB)
                       TO WS-TGT-PCT (WS-RATING-SUB)
               END-PERFORM
           END-IF.
           IF TGT-HIGH-PCT IS NUMERIC AND TGT-HIGH-PCT > ZERO
               MOVE TGT-HIGH-PCT TO WS-HIGH-PCT
           END-IF.
           IF TGT-LOW-PCT IS NUMERIC AND TGT-LOW-PCT > ZERO
               MOVE TGT-LOW-PCT TO WS-LOW-PCT
           END-IF.
       1100-EXIT.
           EXIT.

       2000-COUNT-RATINGS.
           MOVE ZERO TO APR-EMPID.
           MOVE ZERO TO APR-YEAR.
           START APPR-FILE KEY >= APR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-APR-FILE-END
           END-START.
           PERFORM UNTIL APR-FILE-END
               READ APPR-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-APR-FILE-END
                   NOT AT END
                       IF APR-YEAR = WS-REVIEW-YEAR
                           PERFORM 2100-COUNT-ONE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-COUNT-ONE.
           IF APR-PENDING
               ADD 1 TO WS-PENDING-COUNT
               GO TO 2100-EXIT
           END-IF.
           MOVE APR-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   ADD 1 TO WS-NO-EMP-COUNT
                   GO TO 2100-EXIT
           END-READ.
           MOVE EMPDEPT TO WS-NEW-DEPT.
           MOVE EMPGRADE TO WS-NEW-GRADE.
           PERFORM 2200-FIND-GROUP THRU 2200-EXIT.
           IF WS-DG-SUB = ZERO
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-DG-RATING (WS-DG-SUB APR-RATING).
           ADD 1 TO WS-RATED-COUNT.
       2100-EXIT.
           EXIT.

      * FINDS THE DEPARTMENT/GRADE GROUP, OPENING IT IN ITS SORTED
      * PLACE WHEN NEW. WS-DG-SUB IS ZERO IF THE TABLE IS FULL.
       2200-FIND-GROUP.
           PERFORM VARYING WS-DG-SUB FROM 1 BY 1
                   UNTIL WS-DG-SUB > WS-DG-COUNT
                      OR WS-DG-KEY (WS-DG-SUB) NOT < WS-NEW-KEY
               CONTINUE
           END-PERFORM.
           IF WS-DG-SUB <= WS-DG-COUNT
               IF WS-DG-KEY (WS-DG-SUB) = WS-NEW-KEY
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           IF WS-DG-COUNT >= 2000
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY "GROUP TABLE FULL - DEPT " WS-NEW-DEPT
                       " GRADE " WS-NEW-GRADE " DROPPED"
               MOVE ZERO TO WS-DG-SUB
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-DG-COUNT.
           PERFORM VARYING WS-DG-MOVE FROM WS-DG-COUNT BY -1
                   UNTIL WS-DG-MOVE <= WS-DG-SUB
               MOVE WS-DG-ENTRY (WS-DG-MOVE - 1)
                   TO WS-DG-ENTRY (WS-DG-MOVE)
           END-PERFORM.
           MOVE WS-NEW-KEY TO WS-DG-KEY (WS-DG-SUB).
           PERFORM VARYING WS-RATING-SUB FROM 1 BY 1
                   UNTIL WS-RATING-SUB > 5
               MOVE ZERO TO WS-DG-RATING (WS-DG-SUB WS-RATING-SUB)
           END-PERFORM.
       2200-EXIT.
           EXIT.

       3000-WRITE-DISTRIBUTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "PERFORMANCE RATING DISTRIBUTION - REVIEW YEAR "
                  WS-REVIEW-YEAR
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEPT GR     RATED  RATING 1  RATING 2  RATING 3"
                  "  RATING 4  RATING 5"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-RATING-SUB FROM 1 BY 1
                   UNTIL WS-RATING-SUB > 5
               MOVE ZERO TO WS-DC-RATING (WS-RATING-SUB)
               MOVE ZERO TO WS-CC-RATING (WS-RATING-SUB)
           END-PERFORM.
           IF WS-DG-COUNT > ZERO
               MOVE WS-DG-DEPT (1) TO WS-PREV-DEPT
           END-IF.

           PERFORM 3100-WRITE-GROUP THRU 3100-EXIT
               VARYING WS-DG-SUB FROM 1 BY 1
               UNTIL WS-DG-SUB > WS-DG-COUNT.
           IF WS-DG-COUNT > ZERO
               PERFORM 3200-WRITE-DEPT-TOTAL THRU 3200-EXIT
           END-IF.

           MOVE WS-CO-COUNTS TO WS-LINE-COUNTS.
           MOVE "COMPANY  " TO WS-LINE-LABEL.
           PERFORM 3500-WRITE-LINE THRU 3500-EXIT.

           MOVE SPACES TO WS-PCT-TEXT.
           PERFORM VARYING WS-RATING-SUB FROM 1 BY 1
                   UNTIL WS-RATING-SUB > 5
               MOVE WS-TGT-PCT (WS-RATING-SUB)
                   TO WS-PRT-PCT (WS-RATING-SUB)
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "TARGET %          " WS-PCT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PENDING-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "AWAITING SIGN-OFF, NOT COUNTED : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NO-EMP-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPLOYEE NO LONGER ON EMPFILE  : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3000-EXIT.
           EXIT.

       3100-WRITE-GROUP.
           IF WS-DG-DEPT (WS-DG-SUB) NOT = WS-PREV-DEPT
               PERFORM 3200-WRITE-DEPT-TOTAL THRU 3200-EXIT
               MOVE WS-DG-DEPT (WS-DG-SUB) TO WS-PREV-DEPT
           END-IF.
           PERFORM VARYING WS-RATING-SUB FROM 1 BY 1
                   UNTIL WS-RATING-SUB > 5
               MOVE WS-DG-RATING (WS-DG-SUB WS-RATING-SUB)
                   TO WS-LC-RATING (WS-RATING-SUB)
               ADD WS-DG-RATING (WS-DG-SUB WS-RATING-SUB)
                   TO WS-DC-RATING (WS-RATING-SUB)
               ADD WS-DG-RATING (WS-DG-SUB WS-RATING-SUB)
                   TO WS-CC-RATING (WS-RATING-SUB)
           END-PERFORM.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING WS-DG-DEPT (WS-DG-SUB) "  "
                  WS-DG-GRADE (WS-DG-SUB)
               DELIMITED BY SIZE INTO WS-LINE-LABEL.
           PERFORM 3500-WRITE-LINE THRU 3500-EXIT.
       3100-EXIT.
           EXIT.

       3200-WRITE-DEPT-TOTAL.
           MOVE WS-DEPT-COUNTS TO WS-LINE-COUNTS.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING WS-PREV-DEPT " ALL"
               DELIMITED BY SIZE INTO WS-LINE-LABEL.
           PERFORM 3500-WRITE-LINE THRU 3500-EXIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-RATING-SUB FROM 1 BY 1
                   UNTIL WS-RATING-SUB > 5
               MOVE ZERO TO WS-DC-RATING (WS-RATING-SUB)
           END-PERFORM.
       3200-EXIT.
           EXIT.

      * PRINTS WS-LINE-COUNTS AS PERCENTAGES OF THE LINE'S TOTAL.
       3500-WRITE-LINE.
           MOVE ZERO TO WS-LINE-TOTAL.
           PERFORM VARYING WS-RATING-SUB FROM 1 BY 1
                   UNTIL WS-RATING-SUB > 5
               ADD WS-LC-RATING (WS-RATING-SUB) TO WS-LINE-TOTAL
           END-PERFORM.
           MOVE "N" TO WS-OFF-TARGET.
           MOVE SPACES TO WS-PCT-TEXT.
           PERFORM VARYING WS-RATING-SUB FROM 1 BY 1
                   UNTIL WS-RATING-SUB > 5
               IF WS-LINE-TOTAL = ZERO
                   MOVE ZERO TO WS-PCT
               ELSE
                   COMPUTE WS-PCT ROUNDED =
                       WS-LC-RATING (WS-RATING-SUB) * 100
                       / WS-LINE-TOTAL
               END-IF
               MOVE WS-PCT TO WS-PRT-PCT (WS-RATING-SUB)
               COMPUTE WS-GAP = WS-PCT - WS-TGT-PCT (WS-RATING-SUB)
               IF (WS-GAP > WS-TOLERANCE
                       OR WS-GAP < 0 - WS-TOLERANCE)
                       AND WS-LINE-TOTAL NOT < WS-MIN-GROUP
                   MOVE "Y" TO WS-OFF-TARGET
               END-IF
           END-PERFORM.
           MOVE WS-LINE-TOTAL TO WS-PRT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           IF OFF-TARGET
               STRING WS-LINE-LABEL "  " WS-PRT-TOTAL "   "
                      WS-PCT-TEXT "OFF TARGET"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-LINE-LABEL "  " WS-PRT-TOTAL "   "
                      WS-PCT-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
       3500-EXIT.
           EXIT.

       4000-FIND-OUTLIERS.
           MOVE SPACES TO OUTLIER-LINE.
           STRING "MERIT INCREASES OUT OF LINE WITH RATING - REVIEW "
                  "YEAR " WS-REVIEW-YEAR ", INCREASES " WS-FROM-DATE
                  " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO OUTLIER-LINE.
           WRITE OUTLIER-LINE.
           MOVE SPACES TO OUTLIER-LINE.
           WRITE OUTLIER-LINE.
           MOVE SPACES TO OUTLIER-LINE.
           STRING "EMPID NAME                 DEPT R  OLD SALARY"
                  "  NEW SALARY  INCR%  REASON"
               DELIMITED BY SIZE INTO OUTLIER-LINE.
           WRITE OUTLIER-LINE.

           PERFORM 4100-BUILD-SEGMENT-LIST THRU 4100-EXIT.
           PERFORM 4200-WALK-ONE-SEGMENT THRU 4200-EXIT
               VARYING WS-SEG-SUB FROM 1 BY 1
               UNTIL WS-SEG-SUB > WS-SEG-COUNT.

           MOVE SPACES TO OUTLIER-LINE.
           WRITE OUTLIER-LINE.
           MOVE WS-MERIT-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO OUTLIER-LINE.
           STRING "MERIT INCREASES CHECKED : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO OUTLIER-LINE.
           WRITE OUTLIER-LINE.
           MOVE WS-OUTLIER-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO OUTLIER-LINE.
           STRING "OUT OF LINE             : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO OUTLIER-LINE.
           WRITE OUTLIER-LINE.
       4000-EXIT.
           EXIT.

      * THE CURRENT AUDIT FILE PLUS EVERY CUT GENERATION WHOSE
      * DATES OVERLAP THE RANGE, AS EMPSALLTR DOES.
       4100-BUILD-SEGMENT-LIST.
           OPEN INPUT CAT-FILE.
           IF CAT-STATUS-OK
               PERFORM UNTIL CAT-FILE-END
                   READ CAT-FILE
                       AT END
                           MOVE "Y" TO WS-CAT-FILE-END
                       NOT AT END
                           IF CAT-TO-DATE >= WS-FROM-DATE
                                   AND CAT-FROM-DATE <= WS-TO-DATE
                                   AND WS-SEG-COUNT < 60
                               ADD 1 TO WS-SEG-COUNT
                               MOVE CAT-GEN-NAME TO
                                   WS-SEG-NAME (WS-SEG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAT-FILE
           END-IF.
           ADD 1 TO WS-SEG-COUNT.
           MOVE "INDXDEUP.AUD" TO WS-SEG-NAME (WS-SEG-COUNT).
       4100-EXIT.
           EXIT.

       4200-WALK-ONE-SEGMENT.
           MOVE WS-SEG-NAME (WS-SEG-SUB) TO WS-AUD-NAME.
           MOVE "N" TO WS-AUDIT-FILE-END.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDIT-STATUS-OK
               DISPLAY "CANNOT OPEN AUDIT SEGMENT " WS-AUD-NAME
                       " - SKIPPED"
               GO TO 4200-EXIT
           END-IF.
           PERFORM UNTIL AUDIT-FILE-END
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-AUDIT-FILE-END
                   NOT AT END
                       PERFORM 4300-ONE-ENTRY THRU 4300-EXIT
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
       4200-EXIT.
           EXIT.

      * ONE AUDIT ENTRY - A SALARY RISE POSTED BY THE MERIT CYCLE IS
      * CHECKED AGAINST THE RATING FOR THE REVIEW YEAR.
       4300-ONE-ENTRY.
           IF AUD-ACTION NOT = "U" OR AUD-OPERATOR NOT = "MERITCYC"
               GO TO 4300-EXIT
           END-IF.
           MOVE AUD-TIMESTAMP (1:8) TO WS-AUDIT-DATE-X.
           IF WS-AUDIT-DATE < WS-FROM-DATE
                   OR WS-AUDIT-DATE > WS-TO-DATE
               GO TO 4300-EXIT
           END-IF.
           MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-REC.
           MOVE AUD-AFTER-IMAGE  TO WS-AFTER-REC.
           IF AFT-EMPSALARY NOT > BEF-EMPSALARY
                   OR BEF-EMPSALARY = ZERO
               GO TO 4300-EXIT
           END-IF.
           ADD 1 TO WS-MERIT-COUNT.
           COMPUTE WS-INCREASE-PCT ROUNDED =
               (AFT-EMPSALARY - BEF-EMPSALARY) * 100 / BEF-EMPSALARY.

           MOVE SPACES TO WS-OUT-REASON.
           MOVE AUD-EMPID TO APR-EMPID.
           MOVE WS-REVIEW-YEAR TO APR-YEAR.
           READ APPR-FILE
               INVALID KEY
                   MOVE SPACE TO WS-OUT-RATING
                   MOVE "NO RATING FOR THE YEAR" TO WS-OUT-REASON
                   GO TO 4300-WRITE
           END-READ.
           MOVE APR-RATING TO WS-OUT-RATING.
           EVALUATE TRUE
               WHEN APR-RATING = 1
                   MOVE "INCREASE WITH A RATING OF 1" TO WS-OUT-REASON
               WHEN APR-RATING = 2
                       AND WS-INCREASE-PCT NOT < WS-HIGH-PCT
                   MOVE "TOP INCREASE, RATING OF 2" TO WS-OUT-REASON
               WHEN APR-RATING = 5
                       AND WS-INCREASE-PCT < WS-LOW-PCT
                   MOVE "TOKEN INCREASE, RATING OF 5"
                       TO WS-OUT-REASON
               WHEN OTHER
                   GO TO 4300-EXIT
           END-EVALUATE.

       4300-WRITE.
           ADD 1 TO WS-OUTLIER-COUNT.
           MOVE BEF-EMPSALARY TO WS-PRT-OLD-SAL.
           MOVE AFT-EMPSALARY TO WS-PRT-NEW-SAL.
           MOVE WS-INCREASE-PCT TO WS-PRT-INCREASE.
           MOVE SPACES TO OUTLIER-LINE.
           STRING AUD-EMPID " " AFT-EMPNAME " " AFT-EMPDEPT "  "
                  WS-OUT-RATING " " WS-PRT-OLD-SAL "  " WS-PRT-NEW-SAL
                  " " WS-PRT-INCREASE "  " WS-OUT-REASON
               DELIMITED BY SIZE INTO OUTLIER-LINE.
           WRITE OUTLIER-LINE.
       4300-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           CLOSE APPR-FILE.
           CLOSE REPORT-FILE.
           CLOSE OUTLIER-FILE.

           IF WS-OUTLIER-COUNT > ZERO OR WS-DROPPED-COUNT > ZERO
               MOVE "W" TO LOG-SEVERITY
           ELSE
               MOVE "I" TO LOG-SEVERITY
           END-IF.
           MOVE SPACES TO LOG-TEXT.
           STRING "REVIEW YEAR " WS-REVIEW-YEAR " RATED "
                  WS-RATED-COUNT " MERIT OUTLIERS " WS-OUTLIER-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-OUTLIER-COUNT > ZERO OR WS-DROPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "REVIEW YEAR           : " WS-REVIEW-YEAR.
           DISPLAY "APPRAISALS COUNTED    : " WS-RATED-COUNT.
           DISPLAY "AWAITING SIGN-OFF     : " WS-PENDING-COUNT.
           DISPLAY "MERIT INCREASES       : " WS-MERIT-COUNT.
           DISPLAY "OUT OF LINE           : " WS-OUTLIER-COUNT.
       9999-EXIT.
           EXIT.
