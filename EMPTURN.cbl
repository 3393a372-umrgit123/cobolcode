       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTURN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * ANNUAL STAFF TURNOVER REPORT.
      *
      * FIRST ARGUMENT: THE YEAR (DEFAULT THE YEAR BEFORE THE
      * BUSINESS DATE). THE LEAVERS ARE THE TERMINATIONS DATED IN
      * THE YEAR ON THE TERMINATION DETAIL FILE (TERMDET) THAT
      * INDXDEUP AND EMPSTATUS WRITE, EACH CARRYING ITS LEAVING
      * REASON, VOLUNTARY/INVOLUNTARY TYPE AND REGRETTABLE FLAG. A
      * TERMINATION IN THE YEAR ON EMPFILE OR THE ARCHIVE WITH NO
      * TERMDET RECORD IS STILL COUNTED AS A LEAVER, UNDER REASON
      * NOT RECORDED, AND SETS RETURN CODE 4.
      *
      * HEADCOUNT IS TAKEN FROM EMPFILE AND THE ARCHIVE (EMPARCH)
      * TOGETHER, SO LEAVERS ALREADY ARCHIVED STILL COUNT: OPENING
      * AT 31 DECEMBER OF THE YEAR BEFORE, CLOSING AT 31 DECEMBER
      * OF THE YEAR, AVERAGE THE MEAN OF THE TWO. VOLUNTARY AND
      * INVOLUNTARY RATES ARE LEAVERS AS A PERCENTAGE OF THE
      * AVERAGE HEADCOUNT, SHOWN BY DEPARTMENT, BY GRADE AND BY
      * LENGTH-OF-SERVICE BAND (UNDER 1, 1-2, 2-5, 5-10, 10 AND
      * MORE YEARS). FIRST-YEAR ATTRITION IS THE LEAVERS WITH LESS
      * THAN A YEAR'S SERVICE AS A PERCENTAGE OF THE YEAR'S HIRES.
      * A BREAKDOWN BY LEAVING REASON FOLLOWS (EMPTURN.DAT).
      *
      * LEAVERS ARE PLACED BY THE DEPARTMENT AND GRADE THEY LEFT
      * FROM; HEADCOUNT AND HIRES BY THE DEPARTMENT AND GRADE ON
      * FILE.
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
        SELECT TERMDET-FILE ASSIGN "TERMDET"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-TDT-FILE-STATUS
                       RECORD KEY TD-KEY.
        SELECT LVRSN-FILE ASSIGN "LVRSNMST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-LVR-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPTURN.DAT"
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

       FD TERMDET-FILE
       RECORD 60.
       01 TERMDET-REC.
          05 TD-KEY.
             10 TD-EMPID       PIC 9(05).
             10 TD-TERM-DATE   PIC 9(08).
          05 TD-REASON         PIC X(02).
          05 TD-TYPE           PIC X(01).
          05 TD-REGRET         PIC X(01).
          05 TD-REHIRE         PIC X(01).
          05 TD-DEPT           PIC 9(03).
          05 TD-GRADE          PIC X(02).
          05 TD-HIRE-DATE      PIC 9(08).
          05 TD-SOURCE         PIC X(08).
          05 TD-OPERATOR       PIC X(08).
          05 TD-RECORDED       PIC 9(08).
          05 FILLER            PIC X(05).

       FD LVRSN-FILE
       RECORD 35.
       01 LVRSN-REC.
          05 LR-CODE           PIC X(02).
          05 LR-DESC           PIC X(30).
          05 LR-TYPE           PIC X(01).
          05 LR-REGRET         PIC X(01).
          05 LR-REHIRE         PIC X(01).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-EMP-FILE-END       PIC X(01) VALUE "N".
             88 EMP-FILE-END       VALUE "Y".
          05 WS-ARC-FILE-STATUS    PIC X(02) VALUE "00".
             88 ARC-STATUS-OK      VALUE "00".
          05 WS-ARC-FILE-END       PIC X(01) VALUE "N".
             88 ARC-FILE-END       VALUE "Y".
          05 WS-ARC-OPEN           PIC X(01) VALUE "N".
             88 ARC-OPEN           VALUE "Y".
          05 WS-TDT-FILE-STATUS    PIC X(02) VALUE "00".
             88 TDT-STATUS-OK      VALUE "00".
          05 WS-TDT-FILE-END       PIC X(01) VALUE "N".
             88 TDT-FILE-END       VALUE "Y".
          05 WS-TDT-OPEN           PIC X(01) VALUE "N".
             88 TDT-OPEN           VALUE "Y".
          05 WS-TDT-FOUND          PIC X(01) VALUE "N".
             88 TDT-FOUND          VALUE "Y".
          05 WS-LVR-FILE-STATUS    PIC X(02) VALUE "00".
             88 LVR-STATUS-OK      VALUE "00".
          05 WS-LVR-FILE-END       PIC X(01) VALUE "N".
             88 LVR-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-ARG                   PIC X(08) VALUE SPACES.
       01 WS-YEAR                  PIC 9(04) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
          05 WS-BUS-YEAR           PIC 9(04).
          05 FILLER                PIC 9(04).
       01 WS-YEAR-START            PIC 9(08) VALUE ZERO.
       01 WS-OPEN-DATE             PIC 9(08) VALUE ZERO.
       01 WS-CLOSE-DATE            PIC 9(08) VALUE ZERO.

       01 WS-COUNTS.
          05 WS-TDT-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-NOREASON-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-PERSON-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-DROPPED-COUNT      PIC 9(05) VALUE ZERO.

      * THE PERSON BEING COUNTED, FROM EMPFILE OR THE ARCHIVE.
       01 WS-PERSON.
          05 PER-EMPID             PIC 9(05).
          05 PER-DEPT              PIC 9(03).
          05 PER-NAME              PIC X(20).
          05 PER-SALARY            PIC 9(06)V99.
          05 PER-GRADE             PIC X(02).
          05 PER-DESIGNATION       PIC X(20).
          05 PER-HIRE-DATE         PIC 9(08).
          05 PER-TERM-DATE         PIC 9(08).
          05 PER-STATUS            PIC X(01).
             88 PER-TERMINATED     VALUE "T".
          05 PER-STATUS-DATE       PIC 9(08).
          05 FILLER                PIC X(07).

      * THE LEAVER BEING COUNTED, FROM TERMDET OR FROM A TERMINATED
      * RECORD WITH NO TERMDET ENTRY.
       01 WS-LEAVER.
          05 LV-REASON             PIC X(02).
          05 LV-TYPE               PIC X(01).
             88 LV-VOLUNTARY       VALUE "V".
             88 LV-INVOLUNTARY     VALUE "I".
          05 LV-REGRET             PIC X(01).
             88 LV-REGRETTABLE     VALUE "Y".
          05 LV-DEPT               PIC 9(03).
          05 LV-GRADE              PIC X(02).
          05 LV-HIRE-DATE          PIC 9(08).
          05 LV-TERM-DATE          PIC 9(08).

      * LENGTH OF SERVICE IN DAYS AND THE BAND IT FALLS IN.
       01 WS-FROM-INT              PIC 9(08) COMP VALUE ZERO.
       01 WS-TO-INT                PIC 9(08) COMP VALUE ZERO.
       01 WS-LOS-DAYS              PIC S9(08) COMP VALUE ZERO.
       01 WS-BAND                  PIC 9(01) VALUE ZERO.
       01 WS-BAND-SUB              PIC 9(01).
       01 WS-BAND-NAMES.
          05 FILLER                PIC X(12) VALUE "UNDER 1 YR".
          05 FILLER                PIC X(12) VALUE "1-2 YRS".
          05 FILLER                PIC X(12) VALUE "2-5 YRS".
          05 FILLER                PIC X(12) VALUE "5-10 YRS".
          05 FILLER                PIC X(12) VALUE "10+ YRS".
       01 WS-BAND-TABLE REDEFINES WS-BAND-NAMES.
          05 WS-BAND-NAME          PIC X(12) OCCURS 5 TIMES.

      * ONE ENTRY PER DEPARTMENT (SECTION D), GRADE (G) AND SERVICE
      * BAND (B), KEPT IN KEY ORDER AS IT IS BUILT.
       01 WS-GP-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-GP-TABLE.
          05 WS-GP-ENTRY OCCURS 1 TO 400 TIMES
                  DEPENDING ON WS-GP-COUNT.
             10 WS-GP-KEY.
                15 WS-GP-SECT      PIC X(01).
                15 WS-GP-CODE      PIC X(03).
             10 WS-GP-FIGS.
                15 WS-GP-OPEN      PIC 9(05).
                15 WS-GP-CLOSE     PIC 9(05).
                15 WS-GP-HIRES     PIC 9(05).
                15 WS-GP-LEAVERS   PIC 9(05).
                15 WS-GP-VOL       PIC 9(05).
                15 WS-GP-INVOL     PIC 9(05).
                15 WS-GP-REGRET    PIC 9(05).
                15 WS-GP-FIRST-YR  PIC 9(05).
       01 WS-GP-SUB                PIC 9(03).
       01 WS-GP-MOVE               PIC 9(03).
       01 WS-NEW-KEY.
          05 WS-NEW-SECT           PIC X(01).
          05 WS-NEW-CODE           PIC X(03).

       01 WS-CO-FIGS.
          05 CO-OPEN               PIC 9(05) VALUE ZERO.
          05 CO-CLOSE              PIC 9(05) VALUE ZERO.
          05 CO-HIRES              PIC 9(05) VALUE ZERO.
          05 CO-LEAVERS            PIC 9(05) VALUE ZERO.
          05 CO-VOL                PIC 9(05) VALUE ZERO.
          05 CO-INVOL              PIC 9(05) VALUE ZERO.
          05 CO-REGRET             PIC 9(05) VALUE ZERO.
          05 CO-FIRST-YR           PIC 9(05) VALUE ZERO.

      * THE FIGURES OF THE LINE BEING PRINTED.
       01 WS-LINE-FIGS.
          05 LN-OPEN               PIC 9(05).
          05 LN-CLOSE              PIC 9(05).
          05 LN-HIRES              PIC 9(05).
          05 LN-LEAVERS            PIC 9(05).
          05 LN-VOL                PIC 9(05).
          05 LN-INVOL              PIC 9(05).
          05 LN-REGRET             PIC 9(05).
          05 LN-FIRST-YR           PIC 9(05).
       01 WS-LINE-LABEL            PIC X(12) VALUE SPACES.
       01 WS-SECTION-TITLE         PIC X(50) VALUE SPACES.
       01 WS-AVG-HC                PIC 9(05)V9 VALUE ZERO.
       01 WS-RATE                  PIC 9(04)V9 VALUE ZERO.

      * THE LEAVING REASONS, FROM THE REASON MASTER, WITH THE
      * LEAVERS COUNTED AGAINST EACH.
       01 WS-RSN-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-RSN-TABLE.
          05 WS-RSN-ENTRY OCCURS 1 TO 60 TIMES
                  DEPENDING ON WS-RSN-COUNT.
             10 WS-RSN-CODE        PIC X(02).
             10 WS-RSN-DESC        PIC X(30).
             10 WS-RSN-TYPE        PIC X(01).
             10 WS-RSN-REGRET      PIC X(01).
             10 WS-RSN-REHIRE      PIC X(01).
             10 WS-RSN-LEAVERS     PIC 9(05).
       01 WS-RSN-SUB               PIC 9(02).
       01 WS-RSN-HIT               PIC 9(02) VALUE ZERO.

       01 WS-HEAD-LINE.
          05 FILLER                PIC X(12) VALUE "GROUP".
          05 FILLER                PIC X(06) VALUE "  OPEN".
          05 FILLER                PIC X(06) VALUE " CLOSE".
          05 FILLER                PIC X(08) VALUE "  AVG HC".
          05 FILLER                PIC X(06) VALUE "  LEFT".
          05 FILLER                PIC X(06) VALUE "   VOL".
          05 FILLER                PIC X(07) VALUE "   VOL%".
          05 FILLER                PIC X(06) VALUE " INVOL".
          05 FILLER                PIC X(07) VALUE " INVOL%".
          05 FILLER                PIC X(06) VALUE " REGRT".
          05 FILLER                PIC X(06) VALUE " HIRES".
          05 FILLER                PIC X(06) VALUE " 1STYR".
          05 FILLER                PIC X(07) VALUE " 1STYR%".
       01 WS-DETAIL-LINE.
          05 DL-LABEL              PIC X(12).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-OPEN               PIC ZZZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-CLOSE              PIC ZZZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-AVG                PIC ZZZZ9.9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-LEAVERS            PIC ZZZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-VOL                PIC ZZZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-VOL-PCT            PIC ZZZ9.9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-INVOL              PIC ZZZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-INVOL-PCT          PIC ZZZ9.9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-REGRET             PIC ZZZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-HIRES              PIC ZZZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-FIRST-YR           PIC ZZZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-FY-PCT             PIC ZZZ9.9.
          05 DL-FY-PCT-X REDEFINES DL-FY-PCT PIC X(06).
       01 WS-PRT-COUNT             PIC ZZZZ9.
       01 WS-PRT-PCT               PIC ZZZ9.9.

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPTURN".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-COUNT-LEAVERS THRU 2000-EXIT.
           PERFORM 3000-COUNT-WORKFORCE THRU 3000-EXIT.
           PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
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
           COMPUTE WS-OPEN-DATE = (WS-YEAR - 1) * 10000 + 1231.
           COMPUTE WS-CLOSE-DATE = WS-YEAR * 10000 + 1231.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO ARCHIVE YET MEANS NOBODY HAS BEEN ARCHIVED; NO TERMDET
      * MEANS NO LEAVING HAS BEEN RECORDED WITH A REASON.
           OPEN INPUT ARCHIVE-FILE.
           IF ARC-STATUS-OK
               MOVE "Y" TO WS-ARC-OPEN
           END-IF.
           OPEN INPUT TERMDET-FILE.
           IF TDT-STATUS-OK
               MOVE "Y" TO WS-TDT-OPEN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1100-LOAD-REASONS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-REASONS.
           OPEN INPUT LVRSN-FILE.
           IF NOT LVR-STATUS-OK
               GO TO 1100-EXIT
           END-IF.
           PERFORM UNTIL LVR-FILE-END
               READ LVRSN-FILE
                   AT END
                       MOVE "Y" TO WS-LVR-FILE-END
                   NOT AT END
                       IF WS-RSN-COUNT < 50
                           ADD 1 TO WS-RSN-COUNT
                           MOVE LR-CODE TO WS-RSN-CODE (WS-RSN-COUNT)
                           MOVE LR-DESC TO WS-RSN-DESC (WS-RSN-COUNT)
                           MOVE LR-TYPE TO WS-RSN-TYPE (WS-RSN-COUNT)
                           MOVE LR-REGRET TO
                               WS-RSN-REGRET (WS-RSN-COUNT)
                           MOVE LR-REHIRE TO
                               WS-RSN-REHIRE (WS-RSN-COUNT)
                           MOVE ZERO TO WS-RSN-LEAVERS (WS-RSN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LVRSN-FILE.
       1100-EXIT.
           EXIT.

      * EVERY TERMINATION RECORDED WITH A REASON DURING THE YEAR.
       2000-COUNT-LEAVERS.
           IF NOT TDT-OPEN
               GO TO 2000-EXIT
           END-IF.
           MOVE ZERO TO TD-EMPID.
           MOVE ZERO TO TD-TERM-DATE.
           START TERMDET-FILE KEY >= TD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TDT-FILE-END
           END-START.
           PERFORM UNTIL TDT-FILE-END
               READ TERMDET-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-TDT-FILE-END
                   NOT AT END
                       IF TD-TERM-DATE >= WS-YEAR-START
                               AND TD-TERM-DATE <= WS-CLOSE-DATE
                           ADD 1 TO WS-TDT-COUNT
                           MOVE TD-REASON TO LV-REASON
                           MOVE TD-TYPE TO LV-TYPE
                           MOVE TD-REGRET TO LV-REGRET
                           MOVE TD-DEPT TO LV-DEPT
                           MOVE TD-GRADE TO LV-GRADE
                           MOVE TD-HIRE-DATE TO LV-HIRE-DATE
                           MOVE TD-TERM-DATE TO LV-TERM-DATE
                           PERFORM 2100-ADD-LEAVER THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

      * ONE LEAVER INTO THE COMPANY TOTAL, ITS DEPARTMENT, GRADE AND
      * SERVICE BAND, AND ITS REASON.
       2100-ADD-LEAVER.
           MOVE ZERO TO WS-BAND.
           IF LV-HIRE-DATE > ZERO AND LV-TERM-DATE >= LV-HIRE-DATE
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE (LV-HIRE-DATE)
               COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE (LV-TERM-DATE)
               COMPUTE WS-LOS-DAYS = WS-TO-INT - WS-FROM-INT
               PERFORM 2600-BAND-OF-SERVICE THRU 2600-EXIT
           END-IF.

           MOVE WS-CO-FIGS TO WS-LINE-FIGS.
           PERFORM 2200-ADD-LEAVER-FIGS THRU 2200-EXIT.
           MOVE WS-LINE-FIGS TO WS-CO-FIGS.

           MOVE "D" TO WS-NEW-SECT.
           MOVE LV-DEPT TO WS-NEW-CODE.
           PERFORM 2300-LEAVER-TO-GROUP THRU 2300-EXIT.
           MOVE "G" TO WS-NEW-SECT.
           MOVE LV-GRADE TO WS-NEW-CODE.
           PERFORM 2300-LEAVER-TO-GROUP THRU 2300-EXIT.
           IF WS-BAND > ZERO
               MOVE "B" TO WS-NEW-SECT
               MOVE WS-BAND TO WS-NEW-CODE
               PERFORM 2300-LEAVER-TO-GROUP THRU 2300-EXIT
           END-IF.

           IF LV-REASON = SPACES
               ADD 1 TO WS-NOREASON-COUNT
               GO TO 2100-EXIT
           END-IF.
           MOVE ZERO TO WS-RSN-HIT.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-COUNT
               IF WS-RSN-CODE (WS-RSN-SUB) = LV-REASON
                   MOVE WS-RSN-SUB TO WS-RSN-HIT
                   MOVE WS-RSN-COUNT TO WS-RSN-SUB
               END-IF
           END-PERFORM.
      * A CODE SINCE TAKEN OFF THE MASTER STILL GETS ITS OWN LINE.
           IF WS-RSN-HIT = ZERO AND WS-RSN-COUNT < 60
               ADD 1 TO WS-RSN-COUNT
               MOVE WS-RSN-COUNT TO WS-RSN-HIT
               MOVE LV-REASON TO WS-RSN-CODE (WS-RSN-HIT)
               MOVE "(NO LONGER ON REASON MASTER)"
                   TO WS-RSN-DESC (WS-RSN-HIT)
               MOVE LV-TYPE TO WS-RSN-TYPE (WS-RSN-HIT)
               MOVE LV-REGRET TO WS-RSN-REGRET (WS-RSN-HIT)
               MOVE SPACE TO WS-RSN-REHIRE (WS-RSN-HIT)
               MOVE ZERO TO WS-RSN-LEAVERS (WS-RSN-HIT)
           END-IF.
           IF WS-RSN-HIT > ZERO
               ADD 1 TO WS-RSN-LEAVERS (WS-RSN-HIT)
           END-IF.
       2100-EXIT.
           EXIT.

      * ADDS THE LEAVER HELD IN WS-LEAVER TO WS-LINE-FIGS.
       2200-ADD-LEAVER-FIGS.
           ADD 1 TO LN-LEAVERS.
           IF LV-VOLUNTARY
               ADD 1 TO LN-VOL
           END-IF.
           IF LV-INVOLUNTARY
               ADD 1 TO LN-INVOL
           END-IF.
           IF LV-REGRETTABLE
               ADD 1 TO LN-REGRET
           END-IF.
           IF WS-BAND = 1
               ADD 1 TO LN-FIRST-YR
           END-IF.
       2200-EXIT.
           EXIT.

       2300-LEAVER-TO-GROUP.
           PERFORM 2500-FIND-GROUP THRU 2500-EXIT.
           IF WS-GP-SUB = ZERO
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-GP-FIGS (WS-GP-SUB) TO WS-LINE-FIGS.
           PERFORM 2200-ADD-LEAVER-FIGS THRU 2200-EXIT.
           MOVE WS-LINE-FIGS TO WS-GP-FIGS (WS-GP-SUB).
       2300-EXIT.
           EXIT.

      * FINDS THE GROUP FOR WS-NEW-KEY, OPENING IT IN ITS SORTED
      * PLACE WHEN NEW. WS-GP-SUB IS ZERO IF THE TABLE IS FULL.
       2500-FIND-GROUP.
           PERFORM VARYING WS-GP-SUB FROM 1 BY 1
                   UNTIL WS-GP-SUB > WS-GP-COUNT
                      OR WS-GP-KEY (WS-GP-SUB) NOT < WS-NEW-KEY
               CONTINUE
           END-PERFORM.
           IF WS-GP-SUB <= WS-GP-COUNT
               IF WS-GP-KEY (WS-GP-SUB) = WS-NEW-KEY
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           IF WS-GP-COUNT >= 400
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY "GROUP TABLE FULL - " WS-NEW-KEY " DROPPED"
               MOVE ZERO TO WS-GP-SUB
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO WS-GP-COUNT.
           PERFORM VARYING WS-GP-MOVE FROM WS-GP-COUNT BY -1
                   UNTIL WS-GP-MOVE <= WS-GP-SUB
               MOVE WS-GP-ENTRY (WS-GP-MOVE - 1)
                   TO WS-GP-ENTRY (WS-GP-MOVE)
           END-PERFORM.
           MOVE WS-NEW-KEY TO WS-GP-KEY (WS-GP-SUB).
           MOVE ZERO TO WS-GP-OPEN (WS-GP-SUB)
                        WS-GP-CLOSE (WS-GP-SUB)
                        WS-GP-HIRES (WS-GP-SUB)
                        WS-GP-LEAVERS (WS-GP-SUB)
                        WS-GP-VOL (WS-GP-SUB)
                        WS-GP-INVOL (WS-GP-SUB)
                        WS-GP-REGRET (WS-GP-SUB)
                        WS-GP-FIRST-YR (WS-GP-SUB).
       2500-EXIT.
           EXIT.

      * SERVICE BANDS BY DAYS: UNDER 365, 365-729, 730-1825,
      * 1826-3651, 3652 AND OVER.
       2600-BAND-OF-SERVICE.
           EVALUATE TRUE
               WHEN WS-LOS-DAYS < 365
                   MOVE 1 TO WS-BAND
               WHEN WS-LOS-DAYS < 730
                   MOVE 2 TO WS-BAND
               WHEN WS-LOS-DAYS < 1826
                   MOVE 3 TO WS-BAND
               WHEN WS-LOS-DAYS < 3652
                   MOVE 4 TO WS-BAND
               WHEN OTHER
                   MOVE 5 TO WS-BAND
           END-EVALUATE.
       2600-EXIT.
           EXIT.

      * EVERYONE ON EMPFILE AND THE ARCHIVE, FOR THE OPENING AND
      * CLOSING HEADCOUNTS AND THE YEAR'S HIRES.
       3000-COUNT-WORKFORCE.
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
                       MOVE EMPREC TO WS-PERSON
                       PERFORM 3100-COUNT-PERSON THRU 3100-EXIT
               END-READ
           END-PERFORM.
           IF NOT ARC-OPEN
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO ARC-EMPID.
           START ARCHIVE-FILE KEY >= ARC-EMPID
               INVALID KEY
                   MOVE "Y" TO WS-ARC-FILE-END
           END-START.
           PERFORM UNTIL ARC-FILE-END
               READ ARCHIVE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-ARC-FILE-END
                   NOT AT END
                       MOVE ARCREC TO WS-PERSON
                       PERFORM 3100-COUNT-PERSON THRU 3100-EXIT
               END-READ
           END-PERFORM.
       3000-EXIT.
           EXIT.

      * EMPLOYED AT A DATE MEANS HIRED ON OR BEFORE IT AND NOT
      * TERMINATED ON OR BEFORE IT.
       3100-COUNT-PERSON.
           IF PER-HIRE-DATE NOT NUMERIC OR PER-HIRE-DATE = ZERO
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-PERSON-COUNT.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE (PER-HIRE-DATE).

           IF PER-HIRE-DATE <= WS-OPEN-DATE
                   AND NOT (PER-TERMINATED
                            AND PER-TERM-DATE <= WS-OPEN-DATE)
               ADD 1 TO CO-OPEN
               MOVE "D" TO WS-NEW-SECT
               MOVE PER-DEPT TO WS-NEW-CODE
               PERFORM 2500-FIND-GROUP THRU 2500-EXIT
               IF WS-GP-SUB > ZERO
                   ADD 1 TO WS-GP-OPEN (WS-GP-SUB)
               END-IF
               MOVE "G" TO WS-NEW-SECT
               MOVE PER-GRADE TO WS-NEW-CODE
               PERFORM 2500-FIND-GROUP THRU 2500-EXIT
               IF WS-GP-SUB > ZERO
                   ADD 1 TO WS-GP-OPEN (WS-GP-SUB)
               END-IF
               COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE (WS-OPEN-DATE)
               COMPUTE WS-LOS-DAYS = WS-TO-INT - WS-FROM-INT
               PERFORM 2600-BAND-OF-SERVICE THRU 2600-EXIT
               MOVE "B" TO WS-NEW-SECT
               MOVE WS-BAND TO WS-NEW-CODE
               PERFORM 2500-FIND-GROUP THRU 2500-EXIT
               IF WS-GP-SUB > ZERO
                   ADD 1 TO WS-GP-OPEN (WS-GP-SUB)
               END-IF
           END-IF.

           IF PER-HIRE-DATE <= WS-CLOSE-DATE
                   AND NOT (PER-TERMINATED
                            AND PER-TERM-DATE <= WS-CLOSE-DATE)
               ADD 1 TO CO-CLOSE
               MOVE "D" TO WS-NEW-SECT
               MOVE PER-DEPT TO WS-NEW-CODE
               PERFORM 2500-FIND-GROUP THRU 2500-EXIT
               IF WS-GP-SUB > ZERO
                   ADD 1 TO WS-GP-CLOSE (WS-GP-SUB)
               END-IF
               MOVE "G" TO WS-NEW-SECT
               MOVE PER-GRADE TO WS-NEW-CODE
               PERFORM 2500-FIND-GROUP THRU 2500-EXIT
               IF WS-GP-SUB > ZERO
                   ADD 1 TO WS-GP-CLOSE (WS-GP-SUB)
               END-IF
               COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE (WS-CLOSE-DATE)
               COMPUTE WS-LOS-DAYS = WS-TO-INT - WS-FROM-INT
               PERFORM 2600-BAND-OF-SERVICE THRU 2600-EXIT
               MOVE "B" TO WS-NEW-SECT
               MOVE WS-BAND TO WS-NEW-CODE
               PERFORM 2500-FIND-GROUP THRU 2500-EXIT
               IF WS-GP-SUB > ZERO
                   ADD 1 TO WS-GP-CLOSE (WS-GP-SUB)
               END-IF
           END-IF.

           IF PER-HIRE-DATE >= WS-YEAR-START
                   AND PER-HIRE-DATE <= WS-CLOSE-DATE
               ADD 1 TO CO-HIRES
               MOVE "D" TO WS-NEW-SECT
               MOVE PER-DEPT TO WS-NEW-CODE
               PERFORM 2500-FIND-GROUP THRU 2500-EXIT
               IF WS-GP-SUB > ZERO
                   ADD 1 TO WS-GP-HIRES (WS-GP-SUB)
               END-IF
               MOVE "G" TO WS-NEW-SECT
               MOVE PER-GRADE TO WS-NEW-CODE
               PERFORM 2500-FIND-GROUP THRU 2500-EXIT
               IF WS-GP-SUB > ZERO
                   ADD 1 TO WS-GP-HIRES (WS-GP-SUB)
               END-IF
           END-IF.

      * A TERMINATION IN THE YEAR THAT NEVER REACHED TERMDET IS
      * STILL A LEAVER - ONE WITH NO RECORDED REASON.
           IF PER-TERMINATED
                   AND PER-TERM-DATE >= WS-YEAR-START
                   AND PER-TERM-DATE <= WS-CLOSE-DATE
               PERFORM 3200-CHECK-TERMDET THRU 3200-EXIT
               IF NOT TDT-FOUND
                   MOVE SPACES TO LV-REASON
                   MOVE SPACE TO LV-TYPE
                   MOVE SPACE TO LV-REGRET
                   MOVE PER-DEPT TO LV-DEPT
                   MOVE PER-GRADE TO LV-GRADE
                   MOVE PER-HIRE-DATE TO LV-HIRE-DATE
                   MOVE PER-TERM-DATE TO LV-TERM-DATE
                   PERFORM 2100-ADD-LEAVER THRU 2100-EXIT
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3200-CHECK-TERMDET.
           MOVE "N" TO WS-TDT-FOUND.
           IF NOT TDT-OPEN
               GO TO 3200-EXIT
           END-IF.
           MOVE PER-EMPID TO TD-EMPID.
           MOVE PER-TERM-DATE TO TD-TERM-DATE.
           READ TERMDET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-TDT-FOUND
           END-READ.
       3200-EXIT.
           EXIT.

       4000-WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "STAFF TURNOVER - YEAR " WS-YEAR
                  "   HEADCOUNT AT " WS-OPEN-DATE " AND "
                  WS-CLOSE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "D" TO WS-NEW-SECT.
           MOVE "BY DEPARTMENT" TO WS-SECTION-TITLE.
           PERFORM 4100-WRITE-SECTION THRU 4100-EXIT.
           MOVE "G" TO WS-NEW-SECT.
           MOVE "BY GRADE" TO WS-SECTION-TITLE.
           PERFORM 4100-WRITE-SECTION THRU 4100-EXIT.
           MOVE "B" TO WS-NEW-SECT.
           MOVE "BY LENGTH OF SERVICE AT LEAVING / AT COUNT DATE"
               TO WS-SECTION-TITLE.
           PERFORM 4100-WRITE-SECTION THRU 4100-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CO-FIGS TO WS-LINE-FIGS.
           MOVE "COMPANY" TO WS-LINE-LABEL.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CO-FIRST-YR TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "FIRST-YEAR LEAVERS        : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CO-HIRES TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "HIRES IN THE YEAR         : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF CO-HIRES > ZERO
               COMPUTE WS-RATE ROUNDED = CO-FIRST-YR * 100 / CO-HIRES
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-RATE
               END-COMPUTE
               MOVE WS-RATE TO WS-PRT-PCT
               STRING "FIRST-YEAR ATTRITION %    : " WS-PRT-PCT
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "FIRST-YEAR ATTRITION %    :    NO HIRES"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           PERFORM 4200-WRITE-REASONS THRU 4200-EXIT.
       4000-EXIT.
           EXIT.

      * WS-NEW-SECT NAMES THE SECTION WHOSE GROUPS ARE PRINTED
      * UNDER WS-SECTION-TITLE.
       4100-WRITE-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "--- " WS-SECTION-TITLE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-GP-SUB FROM 1 BY 1
                   UNTIL WS-GP-SUB > WS-GP-COUNT
               IF WS-GP-SECT (WS-GP-SUB) = WS-NEW-SECT
                   MOVE WS-GP-FIGS (WS-GP-SUB) TO WS-LINE-FIGS
                   MOVE SPACES TO WS-LINE-LABEL
                   EVALUATE WS-NEW-SECT
                       WHEN "D"
                           STRING "DEPT " WS-GP-CODE (WS-GP-SUB)
                               DELIMITED BY SIZE INTO WS-LINE-LABEL
                       WHEN "G"
                           STRING "GRADE " WS-GP-CODE (WS-GP-SUB)
                               DELIMITED BY SIZE INTO WS-LINE-LABEL
                       WHEN OTHER
                           MOVE WS-GP-CODE (WS-GP-SUB) (1:1)
                               TO WS-BAND-SUB
                           MOVE WS-BAND-NAME (WS-BAND-SUB)
                               TO WS-LINE-LABEL
                   END-EVALUATE
                   PERFORM 4500-WRITE-LINE THRU 4500-EXIT
               END-IF
           END-PERFORM.
       4100-EXIT.
           EXIT.

       4200-WRITE-REASONS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "--- BY LEAVING REASON" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CD DESCRIPTION                    TYPE REGRET "
                  "REHIRE  LEFT"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-COUNT
               IF WS-RSN-LEAVERS (WS-RSN-SUB) > ZERO
                   MOVE WS-RSN-LEAVERS (WS-RSN-SUB) TO WS-PRT-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-RSN-CODE (WS-RSN-SUB) " "
                          WS-RSN-DESC (WS-RSN-SUB) "  "
                          WS-RSN-TYPE (WS-RSN-SUB) "     "
                          WS-RSN-REGRET (WS-RSN-SUB) "      "
                          WS-RSN-REHIRE (WS-RSN-SUB) "   "
                          WS-PRT-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-NOREASON-COUNT > ZERO
               MOVE WS-NOREASON-COUNT TO WS-PRT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "-- REASON NOT RECORDED                 "
                      "              " WS-PRT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       4200-EXIT.
           EXIT.

      * PRINTS WS-LINE-FIGS UNDER WS-LINE-LABEL. RATES ARE AGAINST
      * THE AVERAGE HEADCOUNT; FIRST-YEAR ATTRITION AGAINST HIRES
      * AND LEFT BLANK WHERE THERE WERE NONE.
       4500-WRITE-LINE.
           MOVE WS-LINE-LABEL TO DL-LABEL.
           MOVE LN-OPEN TO DL-OPEN.
           MOVE LN-CLOSE TO DL-CLOSE.
           COMPUTE WS-AVG-HC ROUNDED = (LN-OPEN + LN-CLOSE) / 2.
           MOVE WS-AVG-HC TO DL-AVG.
           MOVE LN-LEAVERS TO DL-LEAVERS.
           MOVE LN-VOL TO DL-VOL.
           MOVE LN-INVOL TO DL-INVOL.
           MOVE LN-REGRET TO DL-REGRET.
           MOVE LN-HIRES TO DL-HIRES.
           MOVE LN-FIRST-YR TO DL-FIRST-YR.
           MOVE ZERO TO DL-VOL-PCT.
           MOVE ZERO TO DL-INVOL-PCT.
           IF WS-AVG-HC > ZERO
               COMPUTE WS-RATE ROUNDED = LN-VOL * 100 / WS-AVG-HC
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-RATE
               END-COMPUTE
               MOVE WS-RATE TO DL-VOL-PCT
               COMPUTE WS-RATE ROUNDED = LN-INVOL * 100 / WS-AVG-HC
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-RATE
               END-COMPUTE
               MOVE WS-RATE TO DL-INVOL-PCT
           END-IF.
           IF LN-HIRES > ZERO
               COMPUTE WS-RATE ROUNDED = LN-FIRST-YR * 100 / LN-HIRES
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-RATE
               END-COMPUTE
               MOVE WS-RATE TO DL-FY-PCT
           ELSE
               MOVE SPACES TO DL-FY-PCT-X
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
           IF TDT-OPEN
               CLOSE TERMDET-FILE
           END-IF.
           CLOSE REPORT-FILE.

           IF WS-NOREASON-COUNT > ZERO OR WS-DROPPED-COUNT > ZERO
               MOVE "W" TO LOG-SEVERITY
           ELSE
               MOVE "I" TO LOG-SEVERITY
           END-IF.
           MOVE SPACES TO LOG-TEXT.
           STRING "YEAR " WS-YEAR " LEAVERS " CO-LEAVERS
                  " NO REASON " WS-NOREASON-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-NOREASON-COUNT > ZERO OR WS-DROPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "YEAR                  : " WS-YEAR.
           DISPLAY "OPENING HEADCOUNT     : " CO-OPEN.
           DISPLAY "CLOSING HEADCOUNT     : " CO-CLOSE.
           DISPLAY "LEAVERS               : " CO-LEAVERS.
           DISPLAY "NO REASON RECORDED    : " WS-NOREASON-COUNT.
           DISPLAY "HIRES                 : " CO-HIRES.
       9999-EXIT.
           EXIT.
