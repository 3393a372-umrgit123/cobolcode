       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINCM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * WORKPLACE INJURY AND INCIDENT LOG MAINTENANCE.
      *
      * EVERY SAFETY INCIDENT IS HELD ON THE INDEXED INCIDENT FILE,
      * KEYED BY INCIDENT NUMBER, WITH THE EMPLOYEE HURT, THE DATE,
      * THE WORK LOCATION WHERE IT HAPPENED, THE INJURY TYPE AND
      * BODY PART, THE DAYS AWAY FROM WORK AND ON RESTRICTED DUTY,
      * AND WHETHER THE CASE IS RECORDABLE ON THE REGULATORY LOG.
      * THE EMPLOYEE'S DEPARTMENT AND DESIGNATION AT THE TIME ARE
      * KEPT WITH THE CASE. EMPINCLOG PRINTS THE ANNUAL LOG AND
      * EMPINCRT THE MONTHLY INCIDENT RATES. THIS PROGRAM APPLIES
      * ITS TRANSACTION FILE (EMPINCT.DAT):
      *   I - LOG A NEW INCIDENT (EMPLOYEE MUST BE ON EMPFILE)
      *   U - REPLACE AN INCIDENT (DAYS AWAY AND ON RESTRICTED DUTY
      *       ARE USUALLY UPDATED AS THE CASE RUNS ON)
      *   D - REMOVE AN INCIDENT LOGGED IN ERROR
      * REJECTS GO TO EMPINCM.ERR WITH A REASON.
      *
      * INJURY TYPES (T) AND BODY PARTS (B) MUST BE ON THE CODE
      * MASTER INJCODE.DAT: KIND X(1), CODE X(2), DESCRIPTION X(20).
      * THE LOCATION MUST BE ON THE WORK LOCATION MASTER (BLANK IS
      * HEAD OFFICE). DAYS AWAY AND ON RESTRICTED DUTY ARE EACH
      * CAPPED AT 180, AS THE REGULATORY LOG COUNTS THEM, AND A CASE
      * WITH EITHER IS RECORDABLE.
      *
      * DAYS AWAY ARE CHECKED AGAINST THE EMPLOYEE'S ABSENCE AND
      * LEAVE RECORDS: THEY MAY NOT EXCEED THE CALENDAR DAYS OF THE
      * ABSENCE EPISODES (ABSENCE) STARTING ON OR AFTER THE INCIDENT
      * DATE WITHIN THE 180 DAYS FOLLOWING, PLUS - FOR AN EMPLOYEE
      * NOW ON LEAVE WHOSE SPELL STARTED ON OR AFTER THE INCIDENT -
      * THE DAYS OF THAT SPELL TO THE BUSINESS DATE.
      *
      * TRANSACTION LAYOUT (54 BYTES):
      *   ACTION X(1), INCIDENT NUMBER 9(6), EMPID 9(5), DATE 9(8),
      *   LOCATION X(3), INJURY TYPE X(2), BODY PART X(2),
      *   DAYS AWAY 9(3), DAYS RESTRICTED 9(3), RECORDABLE X(1)
      *   (Y/N), DESCRIPTION X(20)
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
        SELECT INC-FILE ASSIGN "INCIDENT"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-INC-FILE-STATUS
                       RECORD KEY INC-NUMBER
                       ALTERNATE RECORD KEY INC-EMPID WITH DUPLICATES.
        SELECT ABS-FILE ASSIGN "ABSENCE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ABS-FILE-STATUS
                       RECORD KEY ABS-KEY.
        SELECT INJCODE-FILE ASSIGN "INJCODE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-IJC-FILE-STATUS.
        SELECT TRANS-FILE ASSIGN "EMPINCT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPINCM.ERR"
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

       FD ABS-FILE
       RECORD 50.
       01 ABSENCE-REC.
          05 ABS-KEY.
             10 ABS-EMPID      PIC 9(05).
             10 ABS-START      PIC 9(08).
          05 ABS-END           PIC 9(08).
          05 ABS-REASON        PIC X(02).
          05 ABS-WORK-DAYS     PIC 9(03).
          05 ABS-BATCH-ID      PIC X(08).
          05 ABS-LOADED        PIC 9(08).
          05 FILLER            PIC X(08).

       FD INJCODE-FILE
       RECORD 23.
       01 INJCODE-REC.
          05 IJ-KIND           PIC X(01).
          05 IJ-CODE           PIC X(02).
          05 IJ-DESC           PIC X(20).

       FD TRANS-FILE
       RECORD 54.
       01 TRANS-REC.
          05 TRN-ACTION        PIC X(01).
             88 TB-HEADER-REC  VALUE "H".
             88 TB-TRAILER-REC VALUE "T".
          05 TRN-NUMBER        PIC 9(06).
          05 TRN-EMPID         PIC 9(05).
          05 TRN-DATE          PIC 9(08).
          05 TRN-LOCATION      PIC X(03).
          05 TRN-INJURY        PIC X(02).
          05 TRN-BODY-PART     PIC X(02).
          05 TRN-DAYS-AWAY     PIC 9(03).
          05 TRN-DAYS-RESTRICT PIC 9(03).
          05 TRN-RECORDABLE    PIC X(01).
          05 TRN-DESC          PIC X(20).
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TRN-NUMBER-X      PIC X(06).
          05 TRN-EMPID-X       PIC X(05).
          05 TRN-DATE-X        PIC X(08).
          05 FILLER            PIC X(07).
          05 TRN-DAYS-AWAY-X   PIC X(03).
          05 TRN-DAYS-RESTRICT-X PIC X(03).
          05 FILLER            PIC X(21).
       01 TRANS-HEADER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-HDR-BATCH-ID   PIC X(08).
          05 TB-HDR-DATE       PIC 9(08).
          05 FILLER            PIC X(37).
       01 TRANS-TRAILER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-TRL-COUNT      PIC 9(05).
          05 TB-TRL-HASH       PIC 9(09).
          05 FILLER            PIC X(39).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-ACTION        PIC X(01).
          05 FILLER            PIC X(01).
          05 ERR-NUMBER        PIC X(06).
          05 FILLER            PIC X(01).
          05 ERR-EMPID         PIC X(05).
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(40).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-INC-FILE-STATUS    PIC X(02) VALUE "00".
             88 INC-STATUS-OK      VALUE "00".
             88 INC-FILE-NOT-FOUND VALUE "35".
          05 WS-ABS-FILE-STATUS    PIC X(02) VALUE "00".
             88 ABS-STATUS-OK      VALUE "00".
          05 WS-ABS-FILE-END       PIC X(01) VALUE "N".
             88 ABS-FILE-END       VALUE "Y".
          05 WS-ABS-OPEN           PIC X(01) VALUE "N".
             88 ABS-OPEN           VALUE "Y".
          05 WS-IJC-FILE-STATUS    PIC X(02) VALUE "00".
             88 IJC-STATUS-OK      VALUE "00".
          05 WS-IJC-FILE-END       PIC X(01) VALUE "N".
             88 IJC-FILE-END       VALUE "Y".
          05 WS-TRN-FILE-STATUS    PIC X(02) VALUE "00".
             88 TRN-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-END       PIC X(01) VALUE "N".
             88 TRN-FILE-END       VALUE "Y".
          05 WS-ERR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERR-STATUS-OK      VALUE "00".
          05 WS-EMP-FOUND          PIC X(01) VALUE "N".
             88 EMP-FOUND          VALUE "Y".
          05 WS-INC-FOUND          PIC X(01) VALUE "N".
             88 INC-FOUND          VALUE "Y".
          05 WS-CODE-FOUND         PIC X(01) VALUE "N".
             88 CODE-FOUND         VALUE "Y".
          05 WS-HEADER-SEEN        PIC X(01) VALUE "N".
             88 HEADER-SEEN        VALUE "Y".
          05 WS-TRAILER-SEEN       PIC X(01) VALUE "N".
             88 TRAILER-SEEN       VALUE "Y".

       01 WS-COUNTS.
          05 WS-ADD-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-UPDATE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-DELETE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-REASON                PIC X(40) VALUE SPACES.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-DETAILS         PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.

      * THE INJURY TYPES AND BODY PARTS FROM THE CODE MASTER.
       01 WS-IJ-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-IJ-TABLE.
          05 WS-IJ-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-IJ-COUNT.
             10 WS-IJ-KIND         PIC X(01).
             10 WS-IJ-CODE         PIC X(02).
       01 WS-IJ-SUB                PIC 9(03).
       01 WS-LOOK-KIND             PIC X(01).
       01 WS-LOOK-CODE             PIC X(02).

      * THE DAYS AWAY THE ABSENCE AND LEAVE RECORDS SUPPORT.
       01 WS-INC-INT               PIC 9(08) COMP VALUE ZERO.
       01 WS-LIMIT-INT             PIC 9(08) COMP VALUE ZERO.
       01 WS-FROM-INT              PIC 9(08) COMP VALUE ZERO.
       01 WS-TO-INT                PIC 9(08) COMP VALUE ZERO.
       01 WS-SUPPORTED-DAYS        PIC 9(05) VALUE ZERO.
       01 WS-PRT-DAYS              PIC ZZZZ9.

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
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPINCM".
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
           PERFORM 1100-LOAD-CODES THRU 1100-EXIT.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O INC-FILE.
           IF INC-FILE-NOT-FOUND
               OPEN OUTPUT INC-FILE
               CLOSE INC-FILE
               OPEN I-O INC-FILE
           END-IF.
           IF NOT INC-STATUS-OK
               DISPLAY "ERROR OPENING INC-FILE"
               DISPLAY "FILE STATUS : " WS-INC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * NO ABSENCE FILE YET MEANS NO EPISODE HAS BEEN LOADED - ONLY
      * A LEAVE SPELL CAN THEN SUPPORT DAYS AWAY.
           OPEN INPUT ABS-FILE.
           IF ABS-STATUS-OK
               MOVE "Y" TO WS-ABS-OPEN
           END-IF.

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

       1100-LOAD-CODES.
           OPEN INPUT INJCODE-FILE.
           IF NOT IJC-STATUS-OK
               DISPLAY "ERROR OPENING INJCODE-FILE"
               DISPLAY "FILE STATUS : " WS-IJC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL IJC-FILE-END
               READ INJCODE-FILE
                   AT END
                       MOVE "Y" TO WS-IJC-FILE-END
                   NOT AT END
                       IF WS-IJ-COUNT >= 200
                           DISPLAY "INJURY CODE TABLE FULL - "
                                   IJ-KIND IJ-CODE " DROPPED"
                       ELSE
                           ADD 1 TO WS-IJ-COUNT
                           MOVE IJ-KIND TO WS-IJ-KIND (WS-IJ-COUNT)
                           MOVE IJ-CODE TO WS-IJ-CODE (WS-IJ-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INJCODE-FILE.
       1100-EXIT.
           EXIT.

      * THE BATCH IS PROVED FIRST - HEADER, TRAILER, DETAIL COUNT
      * BALANCING TO THE TRAILER, AND A BATCH ID NOT APPLIED
      * BEFORE - SO A TRUNCATED TRANSFER OR A RE-SENT FILE IS
      * REJECTED WHOLE BEFORE A SINGLE INCIDENT CHANGES.
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
           IF TRN-NUMBER-X NOT NUMERIC OR TRN-NUMBER = ZERO
               MOVE "INCIDENT NUMBER NOT NUMERIC OR ZERO"
                   TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           MOVE "N" TO WS-INC-FOUND.
           MOVE TRN-NUMBER TO INC-NUMBER.
           READ INC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-INC-FOUND
           END-READ.

           IF TRN-ACTION = "I" OR TRN-ACTION = "U"
               PERFORM 2200-VALIDATE-INCIDENT THRU 2200-EXIT
               IF WS-REASON NOT = SPACES
                   GO TO 2100-REJECT
               END-IF
           END-IF.

           EVALUATE TRN-ACTION
               WHEN "I"
                   PERFORM 3000-ADD-INCIDENT THRU 3000-EXIT
               WHEN "U"
                   PERFORM 4000-REPLACE-INCIDENT THRU 4000-EXIT
               WHEN "D"
                   PERFORM 5000-REMOVE-INCIDENT THRU 5000-EXIT
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
           MOVE TRN-NUMBER-X TO ERR-NUMBER.
           MOVE TRN-EMPID-X TO ERR-EMPID.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
           DISPLAY "REJECTED " TRN-ACTION " " TRN-NUMBER-X
                   " - " WS-REASON.
       2100-EXIT.
           EXIT.

      * A LOGGED OR REPLACED INCIDENT MUST NAME AN EMPLOYEE ON
      * EMPFILE, A REAL DATE NOT IN THE FUTURE OR BEFORE THEIR
      * HIRE, A LOCATION AND CODES ON THE MASTERS, AND DAYS AWAY
      * THE ABSENCE AND LEAVE RECORDS SUPPORT.
       2200-VALIDATE-INCIDENT.
           IF TRN-EMPID-X NOT NUMERIC OR TRN-EMPID = ZERO
               MOVE "EMPID NOT NUMERIC OR ZERO" TO WS-REASON
               GO TO 2200-EXIT
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
               GO TO 2200-EXIT
           END-IF.

           IF TRN-DATE-X NOT NUMERIC
               MOVE "INCIDENT DATE NOT A REAL DATE" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE TRN-DATE TO DV-DATE.
           MOVE "T" TO DV-CHECK-TYPE.
           MOVE WS-BUSINESS-DATE TO DV-TODAY.
           MOVE EMP-HIRE-DATE TO DV-HIRE-DATE.
           CALL "DATEVAL" USING DV-PARM.
           EVALUATE DV-RESULT
               WHEN "Y"
                   CONTINUE
               WHEN "F"
                   MOVE "INCIDENT DATE IN THE FUTURE" TO WS-REASON
                   GO TO 2200-EXIT
               WHEN "B"
                   MOVE "INCIDENT DATE BEFORE HIRE DATE" TO WS-REASON
                   GO TO 2200-EXIT
               WHEN OTHER
                   MOVE "INCIDENT DATE NOT A REAL DATE" TO WS-REASON
                   GO TO 2200-EXIT
           END-EVALUATE.

           IF TRN-LOCATION NOT = SPACES
               MOVE "L" TO LC-REQUEST
               MOVE TRN-LOCATION TO LC-LOCATION
               CALL "LOCCAL" USING LC-PARM
               IF LC-RESULT NOT = "Y"
                   MOVE "LOCATION NOT ON WORKLOC MASTER"
                       TO WS-REASON
                   GO TO 2200-EXIT
               END-IF
           END-IF.

           MOVE "T" TO WS-LOOK-KIND.
           MOVE TRN-INJURY TO WS-LOOK-CODE.
           PERFORM 2300-FIND-CODE THRU 2300-EXIT.
           IF NOT CODE-FOUND
               MOVE "INJURY TYPE NOT ON INJCODE MASTER" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE "B" TO WS-LOOK-KIND.
           MOVE TRN-BODY-PART TO WS-LOOK-CODE.
           PERFORM 2300-FIND-CODE THRU 2300-EXIT.
           IF NOT CODE-FOUND
               MOVE "BODY PART NOT ON INJCODE MASTER" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           IF TRN-DAYS-AWAY-X NOT NUMERIC
                   OR TRN-DAYS-RESTRICT-X NOT NUMERIC
               MOVE "DAYS AWAY/RESTRICTED NOT NUMERIC" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
           IF TRN-DAYS-AWAY > 180 OR TRN-DAYS-RESTRICT > 180
               MOVE "DAYS AWAY/RESTRICTED OVER 180 CAP" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
           IF TRN-RECORDABLE NOT = "Y" AND TRN-RECORDABLE NOT = "N"
               MOVE "RECORDABLE FLAG NOT Y OR N" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
           IF TRN-RECORDABLE = "N"
                   AND (TRN-DAYS-AWAY > ZERO
                        OR TRN-DAYS-RESTRICT > ZERO)
               MOVE "LOST OR RESTRICTED TIME MUST BE RECORDABLE"
                   TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           IF TRN-DAYS-AWAY > ZERO
               PERFORM 2400-SUPPORTED-DAYS THRU 2400-EXIT
               IF TRN-DAYS-AWAY > WS-SUPPORTED-DAYS
                   MOVE WS-SUPPORTED-DAYS TO WS-PRT-DAYS
                   STRING "DAYS AWAY EXCEED ABSENCE/LEAVE ("
                          WS-PRT-DAYS ")"
                       DELIMITED BY SIZE INTO WS-REASON
                   GO TO 2200-EXIT
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2300-FIND-CODE.
           MOVE "N" TO WS-CODE-FOUND.
           PERFORM VARYING WS-IJ-SUB FROM 1 BY 1
                   UNTIL WS-IJ-SUB > WS-IJ-COUNT
               IF WS-IJ-KIND (WS-IJ-SUB) = WS-LOOK-KIND
                       AND WS-IJ-CODE (WS-IJ-SUB) = WS-LOOK-CODE
                   MOVE "Y" TO WS-CODE-FOUND
                   MOVE WS-IJ-COUNT TO WS-IJ-SUB
               END-IF
           END-PERFORM.
       2300-EXIT.
           EXIT.

      * THE CALENDAR DAYS OF ABSENCE AND LEAVE ON FILE FROM THE
      * INCIDENT DATE TO 180 DAYS AFTER IT. EMPREC IS THE
      * EMPLOYEE'S RECORD, READ BY 2200.
       2400-SUPPORTED-DAYS.
           MOVE ZERO TO WS-SUPPORTED-DAYS.
           COMPUTE WS-INC-INT = FUNCTION INTEGER-OF-DATE (TRN-DATE).
           COMPUTE WS-LIMIT-INT = WS-INC-INT + 180.

           IF ABS-OPEN
               MOVE "N" TO WS-ABS-FILE-END
               MOVE TRN-EMPID TO ABS-EMPID
               MOVE TRN-DATE TO ABS-START
               START ABS-FILE KEY >= ABS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ABS-FILE-END
               END-START
               PERFORM UNTIL ABS-FILE-END
                   READ ABS-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-ABS-FILE-END
                       NOT AT END
                           PERFORM 2450-ADD-EPISODE THRU 2450-EXIT
                   END-READ
               END-PERFORM
           END-IF.

           IF EMP-ON-LEAVE AND EMP-STATUS-DATE >= TRN-DATE
                   AND EMP-STATUS-DATE <= WS-BUSINESS-DATE
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE (EMP-STATUS-DATE)
               COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
               IF WS-TO-INT > WS-LIMIT-INT
                   MOVE WS-LIMIT-INT TO WS-TO-INT
               END-IF
               IF WS-TO-INT >= WS-FROM-INT
                   COMPUTE WS-SUPPORTED-DAYS =
                       WS-SUPPORTED-DAYS + WS-TO-INT - WS-FROM-INT + 1
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

       2450-ADD-EPISODE.
           IF ABS-EMPID NOT = TRN-EMPID
               MOVE "Y" TO WS-ABS-FILE-END
               GO TO 2450-EXIT
           END-IF.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE (ABS-START).
           IF WS-FROM-INT > WS-LIMIT-INT
               MOVE "Y" TO WS-ABS-FILE-END
               GO TO 2450-EXIT
           END-IF.
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE (ABS-END).
           IF WS-TO-INT > WS-LIMIT-INT
               MOVE WS-LIMIT-INT TO WS-TO-INT
           END-IF.
           COMPUTE WS-SUPPORTED-DAYS =
               WS-SUPPORTED-DAYS + WS-TO-INT - WS-FROM-INT + 1.
       2450-EXIT.
           EXIT.

       3000-ADD-INCIDENT.
           IF INC-FOUND
               MOVE "INCIDENT ALREADY ON FILE - USE U" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           PERFORM 8000-BUILD-INCIDENT-REC THRU 8000-EXIT.
           WRITE INCIDENT-REC.
           IF INC-STATUS-OK
               ADD 1 TO WS-ADD-COUNT
               DISPLAY "INCIDENT LOGGED: " INC-NUMBER
           ELSE
               MOVE "ERROR WRITING INCIDENT" TO WS-REASON
           END-IF.
       3000-EXIT.
           EXIT.

       4000-REPLACE-INCIDENT.
           IF NOT INC-FOUND
               MOVE "NO INCIDENT ON FILE - USE I" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           PERFORM 8000-BUILD-INCIDENT-REC THRU 8000-EXIT.
           REWRITE INCIDENT-REC.
           IF INC-STATUS-OK
               ADD 1 TO WS-UPDATE-COUNT
               DISPLAY "INCIDENT REPLACED: " INC-NUMBER
           ELSE
               MOVE "ERROR REWRITING INCIDENT" TO WS-REASON
           END-IF.
       4000-EXIT.
           EXIT.

       5000-REMOVE-INCIDENT.
           IF NOT INC-FOUND
               MOVE "NO INCIDENT ON FILE" TO WS-REASON
               GO TO 5000-EXIT
           END-IF.
           DELETE INC-FILE
               INVALID KEY
                   MOVE "ERROR DELETING INCIDENT" TO WS-REASON
           END-DELETE.
           IF WS-REASON = SPACES
               ADD 1 TO WS-DELETE-COUNT
               DISPLAY "INCIDENT REMOVED: " INC-NUMBER
           END-IF.
       5000-EXIT.
           EXIT.

      * THE DEPARTMENT AND DESIGNATION ARE TAKEN FROM EMPREC AS IT
      * STANDS WHEN THE INCIDENT IS LOGGED OR REPLACED.
       8000-BUILD-INCIDENT-REC.
           MOVE SPACES            TO INCIDENT-REC.
           MOVE TRN-NUMBER        TO INC-NUMBER.
           MOVE TRN-EMPID         TO INC-EMPID.
           MOVE TRN-DATE          TO INC-DATE.
           MOVE TRN-LOCATION      TO INC-LOCATION.
           MOVE TRN-INJURY        TO INC-INJURY.
           MOVE TRN-BODY-PART     TO INC-BODY-PART.
           MOVE TRN-DAYS-AWAY     TO INC-DAYS-AWAY.
           MOVE TRN-DAYS-RESTRICT TO INC-DAYS-RESTRICT.
           MOVE TRN-RECORDABLE    TO INC-RECORDABLE.
           MOVE TRN-DESC          TO INC-DESC.
           MOVE EMPDEPT           TO INC-DEPT.
           MOVE EMPDESIGNATION    TO INC-DESIGNATION.
           MOVE WS-BUSINESS-DATE  TO INC-UPDATED.
           MOVE WS-BATCH-ID       TO INC-BATCH-ID.
       8000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           CLOSE INC-FILE.
           IF ABS-OPEN
               CLOSE ABS-FILE
           END-IF.
           CLOSE TRANS-FILE.
           CLOSE ERROR-FILE.

      * THE BATCH IS NOW FULLY APPLIED - RECORD ITS ID SO A RE-SENT
      * COPY IS REJECTED NEXT TIME.
           MOVE "R" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "LOGGED " WS-ADD-COUNT
                  " REPLACED " WS-UPDATE-COUNT
                  " REMOVED " WS-DELETE-COUNT
                  " REJECTED " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF RETURN-CODE = ZERO AND WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "INCIDENTS LOGGED   : " WS-ADD-COUNT.
           DISPLAY "INCIDENTS REPLACED : " WS-UPDATE-COUNT.
           DISPLAY "INCIDENTS REMOVED  : " WS-DELETE-COUNT.
           DISPLAY "REJECTED           : " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
