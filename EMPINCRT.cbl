       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINCRT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * MONTHLY INCIDENT RATE REPORT BY DEPARTMENT.
      *
      * FIRST ARGUMENT: THE PERIOD, YYYYMM (DEFAULT THE MONTH OF THE
      * BUSINESS DATE). THE HOURS WORKED ARE THE REGULAR AND
      * OVERTIME HOURS ON THE EDITED TIMESHEET FILE (EMPTIME.EDT)
      * FOR THE PERIOD, PLACED BY THE EMPLOYEE'S DEPARTMENT ON
      * EMPFILE (OR THE ARCHIVE FOR A LEAVER SINCE ARCHIVED). THE
      * INCIDENTS ARE THOSE ON THE INCIDENT FILE DATED IN THE
      * PERIOD, PLACED BY THE DEPARTMENT THE EMPLOYEE WAS IN WHEN IT
      * WAS LOGGED.
      *
      * FOR EACH DEPARTMENT AND THE COMPANY (EMPINCRT.DAT): HOURS,
      * INCIDENTS, RECORDABLE CASES AND THE RECORDABLE INCIDENT
      * RATE, LOST-TIME CASES (ONE OR MORE DAYS AWAY) AND THE
      * LOST-TIME RATE, AND DAYS AWAY. RATES ARE CASES PER 200,000
      * HOURS WORKED - 100 FULL-TIME EMPLOYEES FOR A YEAR - AND ARE
      * LEFT BLANK FOR A DEPARTMENT WITH NO HOURS. INCIDENTS IN A
      * DEPARTMENT WITH NO HOURS SET RETURN CODE 4.
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
        SELECT ARCHIVE-FILE ASSIGN "EMPARCH"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ARC-FILE-STATUS
                       RECORD KEY ARC-EMPID.
        SELECT INC-FILE ASSIGN "INCIDENT"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-INC-FILE-STATUS
                       RECORD KEY INC-NUMBER
                       ALTERNATE RECORD KEY INC-EMPID WITH DUPLICATES.
        SELECT TIMEEDT-FILE ASSIGN "EMPTIME.EDT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TSE-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPINCRT.DAT"
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

       FD ARCHIVE-FILE
       RECORD VARYING FROM 90 TO 200.
       01 ARCREC.
          05 ARC-EMPID         PIC 9(05).
          05 ARC-DEPT          PIC 9(03).
          05 ARC-NAME          PIC X(20).
          05 ARC-SALARY        PIC 9(06)V99.
          05 ARC-GRADE         PIC X(02).
          05 ARC-DESIGNATION   PIC X(20).
          05 ARC-HIRE-DATE     PIC 9(08).
          05 ARC-TERM-DATE     PIC 9(08).
          05 ARC-STATUS        PIC X(01).
          05 ARC-STATUS-DATE   PIC 9(08).
          05 FILLER            PIC X(01).
          05 ARC-REC-VERSION   PIC X(01).
             88 ARC-REC-V2     VALUE "2".
          05 FILLER            PIC X(05).
          05 ARC-EXTENSION     PIC X(110).

       FD INC-FILE
       RECORD 100.
       01 INCIDENT-REC.
          05 INC-NUMBER        PIC 9(06).
          05 INC-EMPID         PIC 9(05).
          05 INC-DATE          PIC 9(08).
          05 INC-LOCATION      PIC X(03).
          05 INC-INJURY        PIC X(02).
          05 INC-BODY-PART     PIC X(02).
          05 INC-DAYS-AWAY     PIC 9(03).
          05 INC-DAYS-RESTRICT PIC 9(03).
          05 INC-RECORDABLE    PIC X(01).
             88 INC-IS-RECORDABLE VALUE "Y".
          05 INC-DESC          PIC X(20).
          05 INC-DEPT          PIC 9(03).
          05 INC-DESIGNATION   PIC X(20).
          05 INC-UPDATED       PIC 9(08).
          05 INC-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(08).

       FD TIMEEDT-FILE
       RECORD 17.
       01 TIMEEDT-REC.
          05 TSE-EMPID         PIC 9(05).
          05 TSE-PERIOD        PIC 9(06).
          05 TSE-REG-HOURS     PIC 9(03).
          05 TSE-OT-HOURS      PIC 9(03).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-ARC-FILE-STATUS    PIC X(02) VALUE "00".
             88 ARC-STATUS-OK      VALUE "00".
          05 WS-ARC-OPEN           PIC X(01) VALUE "N".
             88 ARC-OPEN           VALUE "Y".
          05 WS-INC-FILE-STATUS    PIC X(02) VALUE "00".
             88 INC-STATUS-OK      VALUE "00".
          05 WS-INC-FILE-END       PIC X(01) VALUE "N".
             88 INC-FILE-END       VALUE "Y".
          05 WS-INC-OPEN           PIC X(01) VALUE "N".
             88 INC-OPEN           VALUE "Y".
          05 WS-TSE-FILE-STATUS    PIC X(02) VALUE "00".
             88 TSE-STATUS-OK      VALUE "00".
          05 WS-TSE-FILE-END       PIC X(01) VALUE "N".
             88 TSE-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-ARG                   PIC X(08) VALUE SPACES.
       01 WS-PERIOD                PIC 9(06) VALUE ZERO.
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
          05 WS-PER-YEAR           PIC 9(04).
          05 WS-PER-MONTH          PIC 9(02).
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.

       01 WS-COUNTS.
          05 WS-TIME-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-UNPLACED-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-NO-HOURS-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-DROPPED-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-NEW-DEPT              PIC 9(03) VALUE ZERO.

      * ONE ENTRY PER DEPARTMENT, KEPT IN DEPARTMENT ORDER AS IT IS
      * BUILT.
       01 WS-DP-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-DP-TABLE.
          05 WS-DP-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-DP-COUNT.
             10 WS-DP-DEPT         PIC 9(03).
             10 WS-DP-FIGS.
                15 WS-DP-HOURS     PIC 9(08).
                15 WS-DP-INCIDENTS PIC 9(05).
                15 WS-DP-RECORD    PIC 9(05).
                15 WS-DP-LOST      PIC 9(05).
                15 WS-DP-DAYS-AWAY PIC 9(06).
       01 WS-DP-SUB                PIC 9(03).
       01 WS-DP-MOVE               PIC 9(03).

       01 WS-CO-FIGS.
          05 CO-HOURS              PIC 9(08) VALUE ZERO.
          05 CO-INCIDENTS          PIC 9(05) VALUE ZERO.
          05 CO-RECORD             PIC 9(05) VALUE ZERO.
          05 CO-LOST               PIC 9(05) VALUE ZERO.
          05 CO-DAYS-AWAY          PIC 9(06) VALUE ZERO.

      * THE FIGURES OF THE LINE BEING PRINTED.
       01 WS-LINE-FIGS.
          05 LN-HOURS              PIC 9(08).
          05 LN-INCIDENTS          PIC 9(05).
          05 LN-RECORD             PIC 9(05).
          05 LN-LOST               PIC 9(05).
          05 LN-DAYS-AWAY          PIC 9(06).
       01 WS-LINE-LABEL            PIC X(10) VALUE SPACES.
       01 WS-RATE                  PIC 9(05)V99 VALUE ZERO.

       01 WS-HEAD-LINE.
          05 FILLER                PIC X(10) VALUE "DEPARTMENT".
          05 FILLER                PIC X(10) VALUE "     HOURS".
          05 FILLER                PIC X(07) VALUE "  INCID".
          05 FILLER                PIC X(07) VALUE "  RECRD".
          05 FILLER                PIC X(10) VALUE "  REC RATE".
          05 FILLER                PIC X(07) VALUE "   LOST".
          05 FILLER                PIC X(10) VALUE " LOST RATE".
          05 FILLER                PIC X(08) VALUE " DAYS AW".
       01 WS-DETAIL-LINE.
          05 DL-LABEL              PIC X(10).
          05 DL-HOURS              PIC ZZZZZZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-INCIDENTS          PIC ZZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-RECORD             PIC ZZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-REC-RATE           PIC ZZZZ9.99.
          05 DL-REC-RATE-X REDEFINES DL-REC-RATE PIC X(08).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-LOST               PIC ZZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-LOST-RATE          PIC ZZZZ9.99.
          05 DL-LOST-RATE-X REDEFINES DL-LOST-RATE PIC X(08).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-DAYS-AWAY          PIC ZZZZZ9.

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPINCRT".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-COUNT-HOURS THRU 2000-EXIT.
           PERFORM 3000-COUNT-INCIDENTS THRU 3000-EXIT.
           PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-PERIOD.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG NOT = SPACES
               IF WS-ARG (1:6) NOT NUMERIC
                   DISPLAY "PERIOD MUST BE YYYYMM - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ARG (1:6) TO WS-PERIOD
               IF WS-PER-MONTH < 1 OR WS-PER-MONTH > 12
                   DISPLAY "PERIOD MUST BE YYYYMM - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO ARCHIVE YET MEANS NOBODY HAS BEEN ARCHIVED; NO INCIDENT
      * FILE YET MEANS NO INCIDENT HAS BEEN LOGGED.
           OPEN INPUT ARCHIVE-FILE.
           IF ARC-STATUS-OK
               MOVE "Y" TO WS-ARC-OPEN
           END-IF.
           OPEN INPUT INC-FILE.
           IF INC-STATUS-OK
               MOVE "Y" TO WS-INC-OPEN
           END-IF.
           OPEN INPUT TIMEEDT-FILE.
           IF NOT TSE-STATUS-OK
               DISPLAY "ERROR OPENING TIMEEDT-FILE"
               DISPLAY "FILE STATUS : " WS-TSE-FILE-STATUS
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
       1000-EXIT.
           EXIT.

      * THE PERIOD'S HOURS, BY THE EMPLOYEE'S DEPARTMENT.
       2000-COUNT-HOURS.
           PERFORM UNTIL TSE-FILE-END
               READ TIMEEDT-FILE
                   AT END
                       MOVE "Y" TO WS-TSE-FILE-END
                   NOT AT END
                       IF TSE-PERIOD = WS-PERIOD
                           PERFORM 2100-ADD-HOURS THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-ADD-HOURS.
           ADD 1 TO WS-TIME-COUNT.
           MOVE TSE-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   MOVE ZERO TO EMPDEPT
                   IF ARC-OPEN
                       MOVE TSE-EMPID TO ARC-EMPID
                       READ ARCHIVE-FILE
                           INVALID KEY
                               ADD 1 TO WS-UNPLACED-COUNT
                               GO TO 2100-EXIT
                           NOT INVALID KEY
                               MOVE ARC-DEPT TO EMPDEPT
                       END-READ
                   ELSE
                       ADD 1 TO WS-UNPLACED-COUNT
                       GO TO 2100-EXIT
                   END-IF
           END-READ.
           MOVE EMPDEPT TO WS-NEW-DEPT.
           PERFORM 2500-FIND-DEPT THRU 2500-EXIT.
           ADD TSE-REG-HOURS TSE-OT-HOURS TO CO-HOURS.
           IF WS-DP-SUB > ZERO
               ADD TSE-REG-HOURS TSE-OT-HOURS
                   TO WS-DP-HOURS (WS-DP-SUB)
           END-IF.
       2100-EXIT.
           EXIT.

      * FINDS THE DEPARTMENT FOR WS-NEW-DEPT, OPENING IT IN ITS
      * SORTED PLACE WHEN NEW. WS-DP-SUB IS ZERO IF THE TABLE IS
      * FULL.
       2500-FIND-DEPT.
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-COUNT
                      OR WS-DP-DEPT (WS-DP-SUB) NOT < WS-NEW-DEPT
               CONTINUE
           END-PERFORM.
           IF WS-DP-SUB <= WS-DP-COUNT
               IF WS-DP-DEPT (WS-DP-SUB) = WS-NEW-DEPT
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           IF WS-DP-COUNT >= 200
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY "DEPARTMENT TABLE FULL - " WS-NEW-DEPT
                       " DROPPED"
               MOVE ZERO TO WS-DP-SUB
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO WS-DP-COUNT.
           PERFORM VARYING WS-DP-MOVE FROM WS-DP-COUNT BY -1
                   UNTIL WS-DP-MOVE <= WS-DP-SUB
               MOVE WS-DP-ENTRY (WS-DP-MOVE - 1)
                   TO WS-DP-ENTRY (WS-DP-MOVE)
           END-PERFORM.
           MOVE WS-NEW-DEPT TO WS-DP-DEPT (WS-DP-SUB).
           MOVE ZERO TO WS-DP-HOURS (WS-DP-SUB)
                        WS-DP-INCIDENTS (WS-DP-SUB)
                        WS-DP-RECORD (WS-DP-SUB)
                        WS-DP-LOST (WS-DP-SUB)
                        WS-DP-DAYS-AWAY (WS-DP-SUB).
       2500-EXIT.
           EXIT.

      * THE INCIDENTS DATED IN THE PERIOD, BY THE DEPARTMENT HELD
      * ON THE INCIDENT.
       3000-COUNT-INCIDENTS.
           IF NOT INC-OPEN
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO INC-NUMBER.
           START INC-FILE KEY >= INC-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-INC-FILE-END
           END-START.
           PERFORM UNTIL INC-FILE-END
               READ INC-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-INC-FILE-END
                   NOT AT END
                       IF INC-DATE (1:6) = WS-PERIOD
                           PERFORM 3100-ADD-INCIDENT THRU 3100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       3000-EXIT.
           EXIT.

       3100-ADD-INCIDENT.
           MOVE WS-CO-FIGS TO WS-LINE-FIGS.
           PERFORM 3200-ADD-FIGS THRU 3200-EXIT.
           MOVE WS-LINE-FIGS TO WS-CO-FIGS.
           MOVE INC-DEPT TO WS-NEW-DEPT.
           PERFORM 2500-FIND-DEPT THRU 2500-EXIT.
           IF WS-DP-SUB > ZERO
               MOVE WS-DP-FIGS (WS-DP-SUB) TO WS-LINE-FIGS
               PERFORM 3200-ADD-FIGS THRU 3200-EXIT
               MOVE WS-LINE-FIGS TO WS-DP-FIGS (WS-DP-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

      * ADDS THE CURRENT INCIDENT TO WS-LINE-FIGS.
       3200-ADD-FIGS.
           ADD 1 TO LN-INCIDENTS.
           IF INC-IS-RECORDABLE
               ADD 1 TO LN-RECORD
           END-IF.
           IF INC-DAYS-AWAY > ZERO
               ADD 1 TO LN-LOST
               ADD INC-DAYS-AWAY TO LN-DAYS-AWAY
           END-IF.
       3200-EXIT.
           EXIT.

       4000-WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "INCIDENT RATES BY DEPARTMENT - PERIOD " WS-PERIOD
                  "   (CASES PER 200,000 HOURS)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-COUNT
               MOVE WS-DP-FIGS (WS-DP-SUB) TO WS-LINE-FIGS
               MOVE SPACES TO WS-LINE-LABEL
               STRING "DEPT " WS-DP-DEPT (WS-DP-SUB)
                   DELIMITED BY SIZE INTO WS-LINE-LABEL
               IF LN-HOURS = ZERO AND LN-INCIDENTS > ZERO
                   ADD 1 TO WS-NO-HOURS-COUNT
               END-IF
               PERFORM 4500-WRITE-LINE THRU 4500-EXIT
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CO-FIGS TO WS-LINE-FIGS.
           MOVE "COMPANY" TO WS-LINE-LABEL.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.
           IF WS-UNPLACED-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "TIMESHEETS FOR EMPLOYEES NOT ON FILE: "
                      WS-UNPLACED-COUNT " (HOURS LEFT OUT)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       4000-EXIT.
           EXIT.

       4500-WRITE-LINE.
           MOVE WS-LINE-LABEL TO DL-LABEL.
           MOVE LN-HOURS TO DL-HOURS.
           MOVE LN-INCIDENTS TO DL-INCIDENTS.
           MOVE LN-RECORD TO DL-RECORD.
           MOVE LN-LOST TO DL-LOST.
           MOVE LN-DAYS-AWAY TO DL-DAYS-AWAY.
           IF LN-HOURS > ZERO
               COMPUTE WS-RATE ROUNDED =
                   LN-RECORD * 200000 / LN-HOURS
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-RATE
               END-COMPUTE
               MOVE WS-RATE TO DL-REC-RATE
               COMPUTE WS-RATE ROUNDED =
                   LN-LOST * 200000 / LN-HOURS
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-RATE
               END-COMPUTE
               MOVE WS-RATE TO DL-LOST-RATE
           ELSE
               MOVE SPACES TO DL-REC-RATE-X
               MOVE SPACES TO DL-LOST-RATE-X
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       4500-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           IF ARC-OPEN
               CLOSE ARCHIVE-FILE
           END-IF.
           IF INC-OPEN
               CLOSE INC-FILE
           END-IF.
           CLOSE TIMEEDT-FILE.
           CLOSE REPORT-FILE.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "PERIOD " WS-PERIOD
                  " HOURS " CO-HOURS
                  " INCIDENTS " CO-INCIDENTS
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-NO-HOURS-COUNT > ZERO
               DISPLAY WS-NO-HOURS-COUNT " DEPARTMENTS HAVE "
                       "INCIDENTS BUT NO HOURS"
           END-IF.
           IF WS-NO-HOURS-COUNT > ZERO OR WS-DROPPED-COUNT > ZERO
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "TIMESHEETS COUNTED : " WS-TIME-COUNT.
           DISPLAY "INCIDENTS IN PERIOD: " CO-INCIDENTS.
       9999-EXIT.
           EXIT.
