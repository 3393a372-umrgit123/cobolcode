       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPERAGE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * EMPLOYEE RELATIONS OPEN-CASE AGEING REPORT.
      *
      * MONTHLY, FOR THE ER TEAM. EVERY CASE ON THE ERCASE REGISTER
      * STILL OPEN AT THE BUSINESS DATE IS LISTED WITH ITS DAYS
      * OPEN AND AGE BAND (0-30, 31-60, 61-90, 91-180, OVER 180),
      * FOLLOWED BY A COUNT OF OPEN CASES BY CASE TYPE AND AGE BAND
      * (EMPERAGE.DAT). CASES OPEN LONGER THAN THE FIRST ARGUMENT
      * (DAYS, DEFAULT 90) ARE MARKED OVERDUE.
      *
      * THE REPORT SHOWS RESTRICTED CASE DATA, SO EACH EMPLOYEE
      * LISTED IS WRITTEN TO THE ACCESS LOG THROUGH ACCLOG UNDER
      * OPERATOR "BATCH".
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
        SELECT REPORT-FILE ASSIGN "EMPERAGE.DAT"
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

       FD CASE-FILE
       RECORD 80.
       01 ERCASE-REC.
          05 ERC-CASE-NO       PIC 9(06).
          05 ERC-EMPID         PIC 9(05).
          05 ERC-TYPE          PIC X(02).
          05 ERC-OPENED        PIC 9(08).
          05 ERC-CLOSED        PIC 9(08).
          05 ERC-OUTCOME       PIC X(02).
          05 ERC-EXPIRY        PIC 9(08).
          05 ERC-REHIRE        PIC X(01).
          05 ERC-OPENED-BY     PIC X(08).
          05 ERC-UPDATED-BY    PIC X(08).
          05 ERC-UPDATED       PIC 9(08).
          05 ERC-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(08).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(90).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-ERC-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERC-STATUS-OK      VALUE "00".
             88 ERC-FILE-NOT-FOUND VALUE "35".
          05 WS-ERC-FILE-END       PIC X(01) VALUE "N".
             88 ERC-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-OVERDUE-DAYS          PIC 9(04) VALUE 90.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-TODAY-INT             PIC 9(08) COMP.
       01 WS-OPENED-INT            PIC 9(08) COMP.
       01 WS-DAYS-OPEN             PIC S9(05) VALUE ZERO.
       01 WS-COUNTS.
          05 WS-OPEN-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-OVERDUE-COUNT      PIC 9(05) VALUE ZERO.

      * THE AGE BANDS: UPPER LIMIT IN DAYS AND HEADING.
       01 WS-BAND-VALUES.
          05 FILLER PIC X(12) VALUE "00030 0-30  ".
          05 FILLER PIC X(12) VALUE "00060 31-60 ".
          05 FILLER PIC X(12) VALUE "00090 61-90 ".
          05 FILLER PIC X(12) VALUE "00180 91-180".
          05 FILLER PIC X(12) VALUE "99999 181+  ".
       01 WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
          05 WS-BAND-ENTRY OCCURS 5 TIMES.
             10 WS-BAND-LIMIT      PIC 9(05).
             10 FILLER             PIC X(01).
             10 WS-BAND-NAME       PIC X(06).
       01 WS-BAND-SUB              PIC 9(01).

      * OPEN CASES BY TYPE AND BAND; THE LAST ROW TAKES ANY TYPE
      * NOT IN THE LIST.
       01 WS-TYPE-VALUES.
          05 FILLER PIC X(02) VALUE "VW".
          05 FILLER PIC X(02) VALUE "WW".
          05 FILLER PIC X(02) VALUE "FW".
          05 FILLER PIC X(02) VALUE "GR".
          05 FILLER PIC X(02) VALUE "IN".
          05 FILLER PIC X(02) VALUE "??".
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
          05 WS-TYPE-CODE          PIC X(02) OCCURS 6 TIMES.
       01 WS-TYPE-SUB              PIC 9(01).
       01 WS-SUMMARY.
          05 WS-SUM-TYPE OCCURS 6 TIMES.
             10 WS-SUM-BAND        PIC 9(05) OCCURS 5 TIMES.
             10 WS-SUM-TOTAL       PIC 9(05).

       01 WS-DETAIL-LINE.
          05 DET-CASE-NO           PIC 9(06).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DET-EMPID             PIC 9(05).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DET-NAME              PIC X(20).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DET-TYPE              PIC X(02).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DET-OPENED            PIC 9(08).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DET-DAYS              PIC ZZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DET-BAND              PIC X(06).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DET-FLAG              PIC X(07).
       01 WS-SUMMARY-LINE.
          05 SUM-TYPE              PIC X(07).
          05 SUM-COL OCCURS 6 TIMES.
             10 SUM-COUNT          PIC ZZZZ9.
             10 FILLER             PIC X(03).

       01 ACC-PARM.
          05 ACC-PROGRAM           PIC X(08) VALUE "EMPERAGE".
          05 ACC-OPERATOR          PIC X(08) VALUE "BATCH".
          05 ACC-EMPID             PIC 9(05).
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPERAGE".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-AGE-CASES THRU 2000-EXIT.
           PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-OVERDUE-DAYS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE 90 TO WS-OVERDUE-DAYS
           END-ACCEPT.
           IF WS-OVERDUE-DAYS = ZERO
               MOVE 90 TO WS-OVERDUE-DAYS
           END-IF.

           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           INITIALIZE WS-SUMMARY.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CASE-FILE.
           IF ERC-FILE-NOT-FOUND
               DISPLAY "NO CASE REGISTER - NOTHING TO AGE"
               MOVE "Y" TO WS-ERC-FILE-END
           ELSE
               IF NOT ERC-STATUS-OK
                   DISPLAY "ERROR OPENING CASE-FILE"
                   DISPLAY "FILE STATUS : " WS-ERC-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "EMPLOYEE RELATIONS OPEN CASES AT "
                  WS-BUSINESS-DATE " - OVERDUE AFTER "
                  WS-OVERDUE-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CASE    EMPID  NAME                  TY  OPENED"
                  "     DAYS  BAND"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

       2000-AGE-CASES.
           IF ERC-FILE-END
               GO TO 2000-EXIT
           END-IF.
           MOVE ZERO TO ERC-CASE-NO.
           START CASE-FILE KEY >= ERC-CASE-NO
               INVALID KEY
                   MOVE "Y" TO WS-ERC-FILE-END
           END-START.
           PERFORM UNTIL ERC-FILE-END
               READ CASE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-ERC-FILE-END
                   NOT AT END
                       IF ERC-CLOSED = ZERO
                           PERFORM 2100-AGE-ONE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-AGE-ONE.
           ADD 1 TO WS-OPEN-COUNT.
           COMPUTE WS-OPENED-INT =
               FUNCTION INTEGER-OF-DATE (ERC-OPENED)
               ON SIZE ERROR
                   MOVE WS-TODAY-INT TO WS-OPENED-INT
           END-COMPUTE.
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-OPENED-INT.
           IF WS-DAYS-OPEN < ZERO
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF.

           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB = 5
                      OR WS-DAYS-OPEN NOT > WS-BAND-LIMIT (WS-BAND-SUB)
               CONTINUE
           END-PERFORM.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB = 6
                      OR WS-TYPE-CODE (WS-TYPE-SUB) = ERC-TYPE
               CONTINUE
           END-PERFORM.
           ADD 1 TO WS-SUM-BAND (WS-TYPE-SUB WS-BAND-SUB).
           ADD 1 TO WS-SUM-TOTAL (WS-TYPE-SUB).

           MOVE ERC-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   MOVE "(NOT ON EMPFILE)" TO EMPNAME
           END-READ.
           MOVE ERC-CASE-NO TO DET-CASE-NO.
           MOVE ERC-EMPID TO DET-EMPID.
           MOVE EMPNAME TO DET-NAME.
           MOVE ERC-TYPE TO DET-TYPE.
           MOVE ERC-OPENED TO DET-OPENED.
           MOVE WS-DAYS-OPEN TO DET-DAYS.
           MOVE WS-BAND-NAME (WS-BAND-SUB) TO DET-BAND.
           IF WS-DAYS-OPEN > WS-OVERDUE-DAYS
               MOVE "OVERDUE" TO DET-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE SPACES TO DET-FLAG
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE ERC-EMPID TO ACC-EMPID.
           CALL "ACCLOG" USING ACC-PARM.
       2100-EXIT.
           EXIT.

       3000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPEN CASES BY TYPE AND AGE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TYPE   " WS-BAND-NAME (1) "  " WS-BAND-NAME (2)
                  "  " WS-BAND-NAME (3) "  " WS-BAND-NAME (4)
                  "  " WS-BAND-NAME (5) "  TOTAL"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 6
               IF WS-SUM-TOTAL (WS-TYPE-SUB) > ZERO
                   MOVE SPACES TO WS-SUMMARY-LINE
                   MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO SUM-TYPE
                   PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                           UNTIL WS-BAND-SUB > 5
                       MOVE WS-SUM-BAND (WS-TYPE-SUB WS-BAND-SUB)
                           TO SUM-COUNT (WS-BAND-SUB)
                   END-PERFORM
                   MOVE WS-SUM-TOTAL (WS-TYPE-SUB) TO SUM-COUNT (6)
                   MOVE WS-SUMMARY-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPEN CASES " WS-OPEN-COUNT "  OVERDUE "
                  WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           IF NOT ERC-FILE-NOT-FOUND
               CLOSE CASE-FILE
           END-IF.
           CLOSE REPORT-FILE.

           IF WS-OVERDUE-COUNT > ZERO
               MOVE "W" TO LOG-SEVERITY
           ELSE
               MOVE "I" TO LOG-SEVERITY
           END-IF.
           MOVE SPACES TO LOG-TEXT.
           STRING "OPEN ER CASES " WS-OPEN-COUNT " OVERDUE "
                  WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-OVERDUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "OPEN CASES         : " WS-OPEN-COUNT.
           DISPLAY "OVERDUE            : " WS-OVERDUE-COUNT.
       9999-EXIT.
           EXIT.
