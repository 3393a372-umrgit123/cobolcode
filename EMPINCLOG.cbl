       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINCLOG.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * ANNUAL REGULATORY INJURY AND ILLNESS LOG.
      *
      * FIRST ARGUMENT: THE YEAR (DEFAULT THE YEAR BEFORE THE
      * BUSINESS DATE). FROM THE INCIDENT FILE THAT EMPINCM
      * MAINTAINS, LISTS EVERY RECORDABLE CASE DATED IN THE YEAR -
      * CASE NUMBER, EMPLOYEE, JOB TITLE AT THE TIME, DATE, WORK
      * LOCATION, INJURY TYPE AND BODY PART, CLASSIFICATION, DAYS
      * AWAY AND DAYS ON RESTRICTED DUTY - TO EMPINCLOG.DAT.
      *
      * EACH CASE IS CLASSIFIED BY ITS MOST SERIOUS OUTCOME:
      *   AWAY - ONE OR MORE DAYS AWAY FROM WORK
      *   REST - NO DAYS AWAY BUT DAYS ON RESTRICTED DUTY
      *   OTHR - OTHER RECORDABLE CASE
      * THE SUMMARY THAT FOLLOWS TOTALS THE YEAR BY WORK LOCATION
      * (ALL INCIDENTS, RECORDABLE CASES BY CLASSIFICATION, DAYS
      * AWAY AND RESTRICTED) AND THE RECORDABLE CASES BY INJURY
      * TYPE. THE EMPLOYEE'S NAME COMES FROM EMPFILE OR, FOR A
      * LEAVER SINCE ARCHIVED, FROM THE ARCHIVE (EMPARCH).
      * DESCRIPTIONS COME FROM THE CODE MASTER INJCODE.DAT AND THE
      * WORK LOCATION MASTER.
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
        SELECT INJCODE-FILE ASSIGN "INJCODE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-IJC-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPINCLOG.DAT"
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

       FD INJCODE-FILE
       RECORD 23.
       01 INJCODE-REC.
          05 IJ-KIND           PIC X(01).
          05 IJ-CODE           PIC X(02).
          05 IJ-DESC           PIC X(20).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(132).

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
          05 WS-IJC-FILE-STATUS    PIC X(02) VALUE "00".
             88 IJC-STATUS-OK      VALUE "00".
          05 WS-IJC-FILE-END       PIC X(01) VALUE "N".
             88 IJC-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-ARG                   PIC X(08) VALUE SPACES.
       01 WS-YEAR                  PIC 9(04) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
          05 WS-BUS-YEAR           PIC 9(04).
          05 FILLER                PIC 9(04).
       01 WS-YEAR-START            PIC 9(08) VALUE ZERO.
       01 WS-YEAR-END              PIC 9(08) VALUE ZERO.

       01 WS-CLASS                 PIC X(04) VALUE SPACES.
       01 WS-EMP-NAME              PIC X(20) VALUE SPACES.
       01 WS-INJURY-DESC           PIC X(20) VALUE SPACES.
       01 WS-BODY-DESC             PIC X(20) VALUE SPACES.

      * THE INJURY TYPES AND BODY PARTS FROM THE CODE MASTER, WITH
      * THE YEAR'S RECORDABLE CASES COUNTED AGAINST EACH TYPE.
       01 WS-IJ-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-IJ-TABLE.
          05 WS-IJ-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-IJ-COUNT.
             10 WS-IJ-KIND         PIC X(01).
             10 WS-IJ-CODE         PIC X(02).
             10 WS-IJ-DESC         PIC X(20).
             10 WS-IJ-CASES        PIC 9(05).
       01 WS-IJ-SUB                PIC 9(03).
       01 WS-IJ-HIT                PIC 9(03) VALUE ZERO.
       01 WS-LOOK-KIND             PIC X(01).
       01 WS-LOOK-CODE             PIC X(02).

      * ONE ENTRY PER WORK LOCATION, KEPT IN CODE ORDER AS IT IS
      * BUILT. BLANK IS HEAD OFFICE.
       01 WS-LC-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-LC-TABLE.
          05 WS-LC-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-LC-COUNT.
             10 WS-LC-CODE         PIC X(03).
             10 WS-LC-FIGS.
                15 WS-LC-INCIDENTS PIC 9(05).
                15 WS-LC-RECORD    PIC 9(05).
                15 WS-LC-AWAY      PIC 9(05).
                15 WS-LC-REST      PIC 9(05).
                15 WS-LC-OTHER     PIC 9(05).
                15 WS-LC-DAYS-AWAY PIC 9(07).
                15 WS-LC-DAYS-REST PIC 9(07).
       01 WS-LC-SUB                PIC 9(03).
       01 WS-LC-MOVE               PIC 9(03).
       01 WS-NEW-LOC               PIC X(03).

       01 WS-CO-FIGS.
          05 CO-INCIDENTS          PIC 9(05) VALUE ZERO.
          05 CO-RECORD             PIC 9(05) VALUE ZERO.
          05 CO-AWAY               PIC 9(05) VALUE ZERO.
          05 CO-REST               PIC 9(05) VALUE ZERO.
          05 CO-OTHER              PIC 9(05) VALUE ZERO.
          05 CO-DAYS-AWAY          PIC 9(07) VALUE ZERO.
          05 CO-DAYS-REST          PIC 9(07) VALUE ZERO.

      * THE FIGURES OF THE SUMMARY LINE BEING ADDED TO OR PRINTED.
       01 WS-LINE-FIGS.
          05 LN-INCIDENTS          PIC 9(05).
          05 LN-RECORD             PIC 9(05).
          05 LN-AWAY               PIC 9(05).
          05 LN-REST               PIC 9(05).
          05 LN-OTHER              PIC 9(05).
          05 LN-DAYS-AWAY          PIC 9(07).
          05 LN-DAYS-REST          PIC 9(07).
       01 WS-LINE-LABEL            PIC X(24) VALUE SPACES.
       01 WS-DROPPED-COUNT         PIC 9(05) VALUE ZERO.

       01 WS-LOG-HEAD.
          05 FILLER                PIC X(07) VALUE "CASE".
          05 FILLER                PIC X(06) VALUE "EMPID".
          05 FILLER                PIC X(21) VALUE "NAME".
          05 FILLER                PIC X(21) VALUE "JOB TITLE".
          05 FILLER                PIC X(09) VALUE "DATE".
          05 FILLER                PIC X(04) VALUE "LOC".
          05 FILLER                PIC X(21) VALUE "INJURY TYPE".
          05 FILLER                PIC X(21) VALUE "BODY PART".
          05 FILLER                PIC X(05) VALUE "CLAS".
          05 FILLER                PIC X(05) VALUE " AWAY".
          05 FILLER                PIC X(05) VALUE " REST".
       01 WS-LOG-LINE.
          05 LG-NUMBER             PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 LG-EMPID              PIC 9(05).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 LG-NAME               PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 LG-TITLE              PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 LG-DATE               PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 LG-LOCATION           PIC X(03).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 LG-INJURY             PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 LG-BODY-PART          PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 LG-CLASS              PIC X(04).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 LG-DAYS-AWAY          PIC ZZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 LG-DAYS-REST          PIC ZZZ9.

       01 WS-SUM-HEAD.
          05 FILLER                PIC X(24) VALUE "LOCATION".
          05 FILLER                PIC X(07) VALUE "  INCID".
          05 FILLER                PIC X(07) VALUE "  RECRD".
          05 FILLER                PIC X(07) VALUE "   AWAY".
          05 FILLER                PIC X(07) VALUE "   REST".
          05 FILLER                PIC X(07) VALUE "   OTHR".
          05 FILLER                PIC X(09) VALUE " DAYS AWY".
          05 FILLER                PIC X(09) VALUE " DAYS RST".
       01 WS-SUM-LINE.
          05 SL-LABEL              PIC X(24).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 SL-INCIDENTS          PIC ZZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 SL-RECORD             PIC ZZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 SL-AWAY               PIC ZZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 SL-REST               PIC ZZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 SL-OTHER              PIC ZZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 SL-DAYS-AWAY          PIC ZZZZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 SL-DAYS-REST          PIC ZZZZZZ9.
       01 WS-PRT-COUNT             PIC ZZZZ9.

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
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPINCLG".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-WRITE-LOG THRU 2000-EXIT.
           PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           COMPUTE WS-YEAR = WS-BUS-YEAR - 1.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG NOT = SPACES
               IF WS-ARG (1:4) NOT NUMERIC
                   DISPLAY "YEAR MUST BE YYYY - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ARG (1:4) TO WS-YEAR
           END-IF.
           COMPUTE WS-YEAR-START = WS-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-END = WS-YEAR * 10000 + 1231.

           PERFORM 1100-LOAD-CODES THRU 1100-EXIT.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO ARCHIVE YET MEANS NOBODY HAS BEEN ARCHIVED.
           OPEN INPUT ARCHIVE-FILE.
           IF ARC-STATUS-OK
               MOVE "Y" TO WS-ARC-OPEN
           END-IF.
      * NO INCIDENT FILE YET MEANS NO INCIDENT HAS BEEN LOGGED - THE
      * LOG IS STILL PRINTED, EMPTY, AS THE REGULATOR EXPECTS.
           OPEN INPUT INC-FILE.
           IF INC-STATUS-OK
               MOVE "Y" TO WS-INC-OPEN
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

       1100-LOAD-CODES.
           OPEN INPUT INJCODE-FILE.
           IF NOT IJC-STATUS-OK
               GO TO 1100-EXIT
           END-IF.
           PERFORM UNTIL IJC-FILE-END
               READ INJCODE-FILE
                   AT END
                       MOVE "Y" TO WS-IJC-FILE-END
                   NOT AT END
                       IF WS-IJ-COUNT < 200
                           ADD 1 TO WS-IJ-COUNT
                           MOVE IJ-KIND TO WS-IJ-KIND (WS-IJ-COUNT)
                           MOVE IJ-CODE TO WS-IJ-CODE (WS-IJ-COUNT)
                           MOVE IJ-DESC TO WS-IJ-DESC (WS-IJ-COUNT)
                           MOVE ZERO TO WS-IJ-CASES (WS-IJ-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INJCODE-FILE.
       1100-EXIT.
           EXIT.

      * EVERY INCIDENT DATED IN THE YEAR GOES INTO THE LOCATION
      * SUMMARY; THE RECORDABLE ONES ARE LISTED ON THE LOG.
       2000-WRITE-LOG.
           MOVE SPACES TO REPORT-LINE.
           STRING "INJURY AND ILLNESS LOG - YEAR " WS-YEAR
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LOG-HEAD TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF NOT INC-OPEN
               GO TO 2000-EXIT
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
                       IF INC-DATE >= WS-YEAR-START
                               AND INC-DATE <= WS-YEAR-END
                           PERFORM 2100-ONE-INCIDENT THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-ONE-INCIDENT.
           EVALUATE TRUE
               WHEN INC-DAYS-AWAY > ZERO
                   MOVE "AWAY" TO WS-CLASS
               WHEN INC-DAYS-RESTRICT > ZERO
                   MOVE "REST" TO WS-CLASS
               WHEN OTHER
                   MOVE "OTHR" TO WS-CLASS
           END-EVALUATE.

           MOVE INC-LOCATION TO WS-NEW-LOC.
           PERFORM 2500-FIND-LOCATION THRU 2500-EXIT.
           MOVE WS-CO-FIGS TO WS-LINE-FIGS.
           PERFORM 2200-ADD-FIGS THRU 2200-EXIT.
           MOVE WS-LINE-FIGS TO WS-CO-FIGS.
           IF WS-LC-SUB > ZERO
               MOVE WS-LC-FIGS (WS-LC-SUB) TO WS-LINE-FIGS
               PERFORM 2200-ADD-FIGS THRU 2200-EXIT
               MOVE WS-LINE-FIGS TO WS-LC-FIGS (WS-LC-SUB)
           END-IF.

           IF NOT INC-IS-RECORDABLE
               GO TO 2100-EXIT
           END-IF.

           MOVE "T" TO WS-LOOK-KIND.
           MOVE INC-INJURY TO WS-LOOK-CODE.
           PERFORM 2300-FIND-CODE THRU 2300-EXIT.
           IF WS-IJ-HIT > ZERO
               MOVE WS-IJ-DESC (WS-IJ-HIT) TO WS-INJURY-DESC
               ADD 1 TO WS-IJ-CASES (WS-IJ-HIT)
           ELSE
               MOVE INC-INJURY TO WS-INJURY-DESC
           END-IF.
           MOVE "B" TO WS-LOOK-KIND.
           MOVE INC-BODY-PART TO WS-LOOK-CODE.
           PERFORM 2300-FIND-CODE THRU 2300-EXIT.
           IF WS-IJ-HIT > ZERO
               MOVE WS-IJ-DESC (WS-IJ-HIT) TO WS-BODY-DESC
           ELSE
               MOVE INC-BODY-PART TO WS-BODY-DESC
           END-IF.

           PERFORM 2400-EMPLOYEE-NAME THRU 2400-EXIT.

           MOVE INC-NUMBER TO LG-NUMBER.
           MOVE INC-EMPID TO LG-EMPID.
           MOVE WS-EMP-NAME TO LG-NAME.
           MOVE INC-DESIGNATION TO LG-TITLE.
           MOVE INC-DATE TO LG-DATE.
           MOVE INC-LOCATION TO LG-LOCATION.
           MOVE WS-INJURY-DESC TO LG-INJURY.
           MOVE WS-BODY-DESC TO LG-BODY-PART.
           MOVE WS-CLASS TO LG-CLASS.
           MOVE INC-DAYS-AWAY TO LG-DAYS-AWAY.
           MOVE INC-DAYS-RESTRICT TO LG-DAYS-REST.
           MOVE WS-LOG-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       2100-EXIT.
           EXIT.

      * ADDS THE CURRENT INCIDENT TO WS-LINE-FIGS.
       2200-ADD-FIGS.
           ADD 1 TO LN-INCIDENTS.
           IF NOT INC-IS-RECORDABLE
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO LN-RECORD.
           EVALUATE WS-CLASS
               WHEN "AWAY"
                   ADD 1 TO LN-AWAY
               WHEN "REST"
                   ADD 1 TO LN-REST
               WHEN OTHER
                   ADD 1 TO LN-OTHER
           END-EVALUATE.
           ADD INC-DAYS-AWAY TO LN-DAYS-AWAY.
           ADD INC-DAYS-RESTRICT TO LN-DAYS-REST.
       2200-EXIT.
           EXIT.

       2300-FIND-CODE.
           MOVE ZERO TO WS-IJ-HIT.
           PERFORM VARYING WS-IJ-SUB FROM 1 BY 1
                   UNTIL WS-IJ-SUB > WS-IJ-COUNT
               IF WS-IJ-KIND (WS-IJ-SUB) = WS-LOOK-KIND
                       AND WS-IJ-CODE (WS-IJ-SUB) = WS-LOOK-CODE
                   MOVE WS-IJ-SUB TO WS-IJ-HIT
                   MOVE WS-IJ-COUNT TO WS-IJ-SUB
               END-IF
           END-PERFORM.
       2300-EXIT.
           EXIT.

       2400-EMPLOYEE-NAME.
           MOVE "(NOT ON FILE)" TO WS-EMP-NAME.
           MOVE INC-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMPNAME TO WS-EMP-NAME
                   GO TO 2400-EXIT
           END-READ.
           IF ARC-OPEN
               MOVE INC-EMPID TO ARC-EMPID
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARC-NAME TO WS-EMP-NAME
               END-READ
           END-IF.
       2400-EXIT.
           EXIT.

      * FINDS THE LOCATION FOR WS-NEW-LOC, OPENING IT IN ITS SORTED
      * PLACE WHEN NEW. WS-LC-SUB IS ZERO IF THE TABLE IS FULL.
       2500-FIND-LOCATION.
           PERFORM VARYING WS-LC-SUB FROM 1 BY 1
                   UNTIL WS-LC-SUB > WS-LC-COUNT
                      OR WS-LC-CODE (WS-LC-SUB) NOT < WS-NEW-LOC
               CONTINUE
           END-PERFORM.
           IF WS-LC-SUB <= WS-LC-COUNT
               IF WS-LC-CODE (WS-LC-SUB) = WS-NEW-LOC
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           IF WS-LC-COUNT >= 100
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY "LOCATION TABLE FULL - " WS-NEW-LOC " DROPPED"
               MOVE ZERO TO WS-LC-SUB
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO WS-LC-COUNT.
           PERFORM VARYING WS-LC-MOVE FROM WS-LC-COUNT BY -1
                   UNTIL WS-LC-MOVE <= WS-LC-SUB
               MOVE WS-LC-ENTRY (WS-LC-MOVE - 1)
                   TO WS-LC-ENTRY (WS-LC-MOVE)
           END-PERFORM.
           MOVE WS-NEW-LOC TO WS-LC-CODE (WS-LC-SUB).
           MOVE ZERO TO WS-LC-INCIDENTS (WS-LC-SUB)
                        WS-LC-RECORD (WS-LC-SUB)
                        WS-LC-AWAY (WS-LC-SUB)
                        WS-LC-REST (WS-LC-SUB)
                        WS-LC-OTHER (WS-LC-SUB)
                        WS-LC-DAYS-AWAY (WS-LC-SUB)
                        WS-LC-DAYS-REST (WS-LC-SUB).
       2500-EXIT.
           EXIT.

       4000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "--- SUMMARY BY WORK LOCATION - YEAR " WS-YEAR
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUM-HEAD TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-LC-SUB FROM 1 BY 1
                   UNTIL WS-LC-SUB > WS-LC-COUNT
               MOVE WS-LC-FIGS (WS-LC-SUB) TO WS-LINE-FIGS
               MOVE SPACES TO WS-LINE-LABEL
               IF WS-LC-CODE (WS-LC-SUB) = SPACES
                   MOVE "    HEAD OFFICE" TO WS-LINE-LABEL
               ELSE
                   MOVE "L" TO LC-REQUEST
                   MOVE WS-LC-CODE (WS-LC-SUB) TO LC-LOCATION
                   CALL "LOCCAL" USING LC-PARM
                   IF LC-RESULT NOT = "Y"
                       MOVE "(NOT ON MASTER)" TO LC-NAME
                   END-IF
                   STRING WS-LC-CODE (WS-LC-SUB) " " LC-NAME
                       DELIMITED BY SIZE INTO WS-LINE-LABEL
               END-IF
               PERFORM 4500-WRITE-LINE THRU 4500-EXIT
           END-PERFORM.
           MOVE WS-CO-FIGS TO WS-LINE-FIGS.
           MOVE "ALL LOCATIONS" TO WS-LINE-LABEL.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "--- RECORDABLE CASES BY INJURY TYPE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-IJ-SUB FROM 1 BY 1
                   UNTIL WS-IJ-SUB > WS-IJ-COUNT
               IF WS-IJ-KIND (WS-IJ-SUB) = "T"
                   MOVE WS-IJ-CASES (WS-IJ-SUB) TO WS-PRT-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-IJ-CODE (WS-IJ-SUB) " "
                          WS-IJ-DESC (WS-IJ-SUB) "  " WS-PRT-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
       4000-EXIT.
           EXIT.

       4500-WRITE-LINE.
           MOVE WS-LINE-LABEL TO SL-LABEL.
           MOVE LN-INCIDENTS TO SL-INCIDENTS.
           MOVE LN-RECORD TO SL-RECORD.
           MOVE LN-AWAY TO SL-AWAY.
           MOVE LN-REST TO SL-REST.
           MOVE LN-OTHER TO SL-OTHER.
           MOVE LN-DAYS-AWAY TO SL-DAYS-AWAY.
           MOVE LN-DAYS-REST TO SL-DAYS-REST.
           MOVE WS-SUM-LINE TO REPORT-LINE.
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
           CLOSE REPORT-FILE.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "YEAR " WS-YEAR
                  " INCIDENTS " CO-INCIDENTS
                  " RECORDABLE " CO-RECORD
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF RETURN-CODE = ZERO AND WS-DROPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "INCIDENTS IN YEAR  : " CO-INCIDENTS.
           DISPLAY "RECORDABLE CASES   : " CO-RECORD.
       9999-EXIT.
           EXIT.
