       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPKPI.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * MONTHLY WORKFORCE KPI PACK.
      *
      * FIRST ARGUMENT: THE PERIOD, YYYYMM (DEFAULT THE MONTH OF THE
      * BUSINESS DATE - THE MONTH-END RUN). FOR THE COMPANY, EACH
      * DIVISION AND EACH DEPARTMENT (DIVISION FROM DEPTFILE; A
      * DEPARTMENT NOT ON DEPTFILE FALLS IN DIVISION 00):
      *   HC  HEADCOUNT    - EMPLOYED AT MONTH END (HIRED ON OR
      *                      BEFORE IT, NOT TERMINATED ON OR BEFORE
      *                      IT), FROM EMPFILE AND THE ARCHIVE
      *   FT  FTE          - EACH OF THEM 1.00, EXCEPT THAT SOMEONE
      *                      WITH A TIMESHEET FOR THE PERIOD ON
      *                      EMPTIME.EDT COUNTS THEIR REGULAR HOURS
      *                      OVER THE STANDARD MONTH, UP TO 1.00
      *   TO  TURNOVER %   - LEAVERS IN THE MONTH AS A PERCENTAGE OF
      *                      THE MEAN OF THE OPENING AND CLOSING
      *                      HEADCOUNT, AS EMPTURN WORKS IT FOR A YEAR
      *   TN  TENURE       - AVERAGE COMPLETED YEARS OF SERVICE AT
      *                      MONTH END, COUNTED AS EMPSERVICE COUNTS
      *   VR  VACANCY %    - AUTHORIZED POSITIONS ON POSMAST WITH NO
      *                      ACTIVE INCUMBENT (AS EMPVACRPT DECIDES
      *                      IT) AS A PERCENTAGE OF ALL AUTHORIZED
      *   OT  OVERTIME %   - OVERTIME HOURS ON EMPTIME.EDT FOR THE
      *                      PERIOD AS A PERCENTAGE OF REGULAR HOURS
      *   AS  AVG SALARY   - MEAN SALARY OF THE CLOSING HEADCOUNT
      *   BU  BUDGET USED  - THEIR SALARY TOTAL AS A PERCENTAGE OF
      *                      THE DEPTFILE SALARY BUDGET, AS EMPBUDVAR
      * A FIGURE THAT CANNOT BE WORKED (NO HEADCOUNT, NO POSITIONS,
      * NO HOURS, NO BUDGET) IS LEFT BLANK.
      *
      * EACH FIGURE IS RATED RED, AMBER OR GREEN AGAINST KPITHR.CTL,
      * ONE RECORD PER FIGURE: THE CODE ABOVE, "H" IF HIGHER IS
      * WORSE OR "L" IF LOWER IS WORSE, AND THE AMBER AND RED
      * THRESHOLDS (REACHING ONE GIVES THAT COLOUR). CODE "SH"
      * CARRIES THE STANDARD MONTHLY HOURS FOR THE FTE IN ITS AMBER
      * FIELD. WITHOUT THE FILE, OR FOR A CODE NOT ON IT, THE
      * DEFAULTS BELOW APPLY; HC, FT, TN AND AS ARE NOT RATED UNLESS
      * THE FILE SAYS SO.
      *
      * THE MONTH'S FIGURES ARE KEPT ON THE KPI HISTORY FILE
      * (KPIHIST, KEYED BY PERIOD, LEVEL AND UNIT - A RERUN OF THE
      * SAME MONTH REPLACES THEM) AND COPIED TO EMPKPI.EXT FOR THE
      * MANAGEMENT PACK. THE REPORT (EMPKPI.DAT) SHOWS EVERY FIGURE
      * FOR THE MONTH AND THE TWELVE BEFORE IT FROM THE HISTORY,
      * EACH WITH ITS FLAG. TIMESHEETS FOR EMPLOYEES ON NEITHER
      * EMPFILE NOR THE ARCHIVE SET RETURN CODE 4.
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
        SELECT DEPT-FILE ASSIGN "DEPTFILE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-DEPT-FILE-STATUS
                       RECORD KEY DEPT-NO.
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
        SELECT TIMEEDT-FILE ASSIGN "EMPTIME.EDT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TSE-FILE-STATUS.
        SELECT THRESH-FILE ASSIGN "KPITHR.CTL"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-THR-FILE-STATUS.
        SELECT HIST-FILE ASSIGN "KPIHIST"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-HIST-FILE-STATUS
                       RECORD KEY KH-KEY.
        SELECT EXTRACT-FILE ASSIGN "EMPKPI.EXT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-EXT-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPKPI.DAT"
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

       FD DEPT-FILE
       RECORD 80.
       01 DEPTREC.
          05 DEPT-NO           PIC 9(03).
          05 DEPT-NAME         PIC X(20).
          05 DEPT-MANAGER      PIC X(20).
          05 DEPT-DIVISION     PIC 9(02).
          05 DEPT-SALARY-BUDGET PIC 9(09).
          05 FILLER            PIC X(26).

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

       FD TIMEEDT-FILE
       RECORD 17.
       01 TIMEEDT-REC.
          05 TSE-EMPID         PIC 9(05).
          05 TSE-PERIOD        PIC 9(06).
          05 TSE-REG-HOURS     PIC 9(03).
          05 TSE-OT-HOURS      PIC 9(03).

       FD THRESH-FILE
       RECORD 17.
       01 THRESH-REC.
          05 THR-CODE          PIC X(02).
          05 THR-WORSE         PIC X(01).
          05 THR-AMBER         PIC 9(05)V99.
          05 THR-RED           PIC 9(05)V99.

      * ONE RECORD PER PERIOD AND UNIT: LEVEL "C" COMPANY (UNIT
      * ZERO), "V" DIVISION, "D" DEPARTMENT. THE EIGHT FIGURES ARE
      * IN THE ORDER HC FT TO TN VR OT AS BU; A FIGURE'S FLAG IS
      * R, A OR G, SPACE WHEN IT IS NOT RATED AND "-" WHEN IT COULD
      * NOT BE WORKED.
       FD HIST-FILE
       RECORD 100.
       01 KPIHIST-REC.
          05 KH-KEY.
             10 KH-PERIOD      PIC 9(06).
             10 KH-LEVEL       PIC X(01).
             10 KH-UNIT        PIC 9(03).
          05 KH-FIGURES.
             10 KH-FIGURE OCCURS 8 TIMES.
                15 KH-VALUE    PIC 9(07)V99.
                15 KH-FLAG     PIC X(01).
          05 KH-RUN-DATE       PIC 9(08).
          05 FILLER            PIC X(02).

       FD EXTRACT-FILE
       RECORD 100.
       01 EXTRACT-REC          PIC X(100).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(140).

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
          05 WS-DEPT-FILE-STATUS   PIC X(02) VALUE "00".
             88 DEPT-STATUS-OK     VALUE "00".
          05 WS-DEPT-FILE-END      PIC X(01) VALUE "N".
             88 DEPT-FILE-END      VALUE "Y".
          05 WS-POS-FILE-STATUS    PIC X(02) VALUE "00".
             88 POS-STATUS-OK      VALUE "00".
          05 WS-POS-FILE-END       PIC X(01) VALUE "N".
             88 POS-FILE-END       VALUE "Y".
          05 WS-ASG-FILE-STATUS    PIC X(02) VALUE "00".
             88 ASG-STATUS-OK      VALUE "00".
          05 WS-ASG-OPEN           PIC X(01) VALUE "N".
             88 ASG-OPEN           VALUE "Y".
          05 WS-TSE-FILE-STATUS    PIC X(02) VALUE "00".
             88 TSE-STATUS-OK      VALUE "00".
          05 WS-TSE-FILE-END       PIC X(01) VALUE "N".
             88 TSE-FILE-END       VALUE "Y".
          05 WS-THR-FILE-STATUS    PIC X(02) VALUE "00".
             88 THR-STATUS-OK      VALUE "00".
          05 WS-THR-FILE-END       PIC X(01) VALUE "N".
             88 THR-FILE-END       VALUE "Y".
          05 WS-HIST-FILE-STATUS   PIC X(02) VALUE "00".
             88 HIST-STATUS-OK     VALUE "00".
             88 HIST-NOT-FOUND     VALUE "35".
          05 WS-EXT-FILE-STATUS    PIC X(02) VALUE "00".
             88 EXT-STATUS-OK      VALUE "00".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".
          05 WS-INCUMBENT-ACTIVE   PIC X(01) VALUE "N".
             88 INCUMBENT-ACTIVE   VALUE "Y".
          05 WS-DEPT-LOADING       PIC X(01) VALUE "N".
             88 DEPT-LOADING       VALUE "Y".

       01 WS-ARG                   PIC X(08) VALUE SPACES.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-PERIOD                PIC 9(06) VALUE ZERO.
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
          05 WS-PER-YEAR           PIC 9(04).
          05 WS-PER-MONTH          PIC 9(02).
       01 WS-WORK-DATE             PIC 9(08) VALUE ZERO.
       01 WS-WORK-PARTS REDEFINES WS-WORK-DATE.
          05 WS-WORK-YEAR          PIC 9(04).
          05 WS-WORK-MONTH         PIC 9(02).
          05 WS-WORK-DAY           PIC 9(02).
       01 WS-DATE-INT              PIC 9(07) VALUE ZERO.
       01 WS-OPEN-DATE             PIC 9(08) VALUE ZERO.
       01 WS-CLOSE-DATE            PIC 9(08) VALUE ZERO.

       01 WS-COUNTS.
          05 WS-PERSON-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-TIME-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-UNPLACED-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-DROPPED-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-UNIT-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-RED-COUNT          PIC 9(05) VALUE ZERO.

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
       01 WS-SERVICE-YEARS         PIC 9(02) VALUE ZERO.
       01 WS-PERSON-FTE            PIC 9(01)V99 VALUE ZERO.

      * THE PERIOD'S TIMESHEET HOURS BY EMPLOYEE, KEPT IN EMPID
      * ORDER AS THEY ARE LOADED. PLACED IS SET WHEN THE EMPLOYEE IS
      * FOUND ON EMPFILE OR THE ARCHIVE.
       01 WS-TS-COUNT              PIC 9(05) VALUE ZERO.
       01 WS-TS-TABLE.
          05 WS-TS-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-TS-COUNT.
             10 WS-TS-EMPID        PIC 9(05).
             10 WS-TS-REG          PIC 9(05).
             10 WS-TS-OT           PIC 9(05).
             10 WS-TS-PLACED       PIC X(01).
       01 WS-TS-SUB                PIC 9(05).
       01 WS-TS-MOVE               PIC 9(05).

      * ONE ENTRY PER DEPARTMENT, IN DEPARTMENT ORDER: EVERY
      * DEPARTMENT ON DEPTFILE, THEN ANY OTHER DEPARTMENT AS IT IS
      * MET. THE RAW FIGURES HAVE THE SAME SHAPE AS WS-LINE-RAW.
       01 WS-DP-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-DP-TABLE.
          05 WS-DP-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-DP-COUNT.
             10 WS-DP-DEPT         PIC 9(03).
             10 WS-DP-NAME         PIC X(20).
             10 WS-DP-DIVISION     PIC 9(02).
             10 WS-DP-RAW.
                15 WS-DP-OPEN-HC   PIC 9(05).
                15 WS-DP-CLOSE-HC  PIC 9(05).
                15 WS-DP-LEAVERS   PIC 9(05).
                15 WS-DP-FTE       PIC 9(05)V99.
                15 WS-DP-TENURE    PIC 9(07).
                15 WS-DP-SALARY    PIC 9(11)V99.
                15 WS-DP-REG       PIC 9(08).
                15 WS-DP-OT        PIC 9(08).
                15 WS-DP-POSNS     PIC 9(05).
                15 WS-DP-VACANT    PIC 9(05).
                15 WS-DP-BUDGET    PIC 9(11).
       01 WS-DP-SUB                PIC 9(03).
       01 WS-DP-MOVE               PIC 9(03).
       01 WS-NEW-DEPT              PIC 9(03) VALUE ZERO.

      * ONE SLOT PER DIVISION NUMBER, DIVISION PLUS ONE.
       01 WS-DV-TABLE.
          05 WS-DV-ENTRY OCCURS 100 TIMES.
             10 WS-DV-USED         PIC X(01).
             10 WS-DV-RAW          PIC X(79).
       01 WS-DV-SUB                PIC 9(03).
       01 WS-CO-RAW                PIC X(79).

      * THE RAW FIGURES OF THE UNIT IN HAND, AND THOSE BEING ADDED
      * INTO THEM WHEN DIVISIONS AND THE COMPANY ARE ROLLED UP.
       01 WS-LINE-RAW.
          05 LN-OPEN-HC            PIC 9(05).
          05 LN-CLOSE-HC           PIC 9(05).
          05 LN-LEAVERS            PIC 9(05).
          05 LN-FTE                PIC 9(05)V99.
          05 LN-TENURE             PIC 9(07).
          05 LN-SALARY             PIC 9(11)V99.
          05 LN-REG                PIC 9(08).
          05 LN-OT                 PIC 9(08).
          05 LN-POSNS              PIC 9(05).
          05 LN-VACANT             PIC 9(05).
          05 LN-BUDGET             PIC 9(11).
       01 WS-ADD-RAW.
          05 AD-OPEN-HC            PIC 9(05).
          05 AD-CLOSE-HC           PIC 9(05).
          05 AD-LEAVERS            PIC 9(05).
          05 AD-FTE                PIC 9(05)V99.
          05 AD-TENURE             PIC 9(07).
          05 AD-SALARY             PIC 9(11)V99.
          05 AD-REG                PIC 9(08).
          05 AD-OT                 PIC 9(08).
          05 AD-POSNS              PIC 9(05).
          05 AD-VACANT             PIC 9(05).
          05 AD-BUDGET             PIC 9(11).
       01 WS-AVG-HC                PIC 9(05)V9 VALUE ZERO.

      * THE THRESHOLDS, IN FIGURE ORDER. WORSE IS SPACE FOR A
      * FIGURE THAT IS NOT RATED.
       01 WS-THR-DEFAULTS.
          05 FILLER PIC X(17) VALUE "HC 00000000000000".
          05 FILLER PIC X(17) VALUE "FT 00000000000000".
          05 FILLER PIC X(17) VALUE "TOH00001500000300".
          05 FILLER PIC X(17) VALUE "TN 00000000000000".
          05 FILLER PIC X(17) VALUE "VRH00005000001000".
          05 FILLER PIC X(17) VALUE "OTH00010000002000".
          05 FILLER PIC X(17) VALUE "AS 00000000000000".
          05 FILLER PIC X(17) VALUE "BUH00095000010000".
       01 WS-THR-TABLE REDEFINES WS-THR-DEFAULTS.
          05 WS-THR-ENTRY OCCURS 8 TIMES.
             10 WS-THR-CODE        PIC X(02).
             10 WS-THR-WORSE       PIC X(01).
                88 THR-HIGH-WORSE  VALUE "H".
                88 THR-LOW-WORSE   VALUE "L".
             10 WS-THR-AMBER       PIC 9(05)V99.
             10 WS-THR-RED         PIC 9(05)V99.
       01 WS-THR-SUB               PIC 9(01).
       01 WS-STD-HOURS             PIC 9(05)V99 VALUE 160.

      * THE FIGURES OF THE UNIT IN HAND, SHAPED AS ON KPIHIST.
       01 WS-KPI-FIGURES.
          05 WS-KPI-FIGURE OCCURS 8 TIMES.
             10 WS-KPI-VALUE       PIC 9(07)V99.
             10 WS-KPI-FLAG        PIC X(01).
       01 WS-KPI-SUB               PIC 9(01).
       01 WS-KPI-LEVEL             PIC X(01).
       01 WS-KPI-UNIT              PIC 9(03).

      * THE THIRTEEN MONTHS OF THE TREND, OLDEST FIRST; THE LAST IS
      * THE MONTH BEING RUN.
       01 WS-TREND.
          05 WS-TR-ENTRY OCCURS 13 TIMES.
             10 WS-TR-PERIOD       PIC 9(06).
             10 WS-TR-FOUND        PIC X(01).
             10 WS-TR-FIGURES      PIC X(80).
       01 WS-TR-SUB                PIC 9(02).
       01 WS-TR-FIGS.
          05 WS-TR-FIGURE OCCURS 8 TIMES.
             10 WS-TR-VALUE        PIC 9(07)V99.
             10 WS-TR-FLAG         PIC X(01).

       01 WS-KPI-NAMES.
          05 FILLER PIC X(18) VALUE "HEADCOUNT".
          05 FILLER PIC X(18) VALUE "FTE".
          05 FILLER PIC X(18) VALUE "TURNOVER %".
          05 FILLER PIC X(18) VALUE "AVG TENURE (YRS)".
          05 FILLER PIC X(18) VALUE "VACANCY %".
          05 FILLER PIC X(18) VALUE "OVERTIME % OF REG".
          05 FILLER PIC X(18) VALUE "AVERAGE SALARY".
          05 FILLER PIC X(18) VALUE "BUDGET CONSUMED %".
       01 WS-KPI-NAME-TBL REDEFINES WS-KPI-NAMES.
          05 WS-KPI-NAME PIC X(18) OCCURS 8 TIMES.

       01 WS-UNIT-LABEL            PIC X(60) VALUE SPACES.
       01 WS-COL                   PIC 9(03).
       01 WS-PRT-WHOLE             PIC ZZZZZZ9.
       01 WS-PRT-ONE-DEC           PIC ZZZZ9.9.
       01 WS-PRT-TWO-DEC           PIC ZZZ9.99.
       01 WS-PRT-DIVISION          PIC 9(02).

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPKPI".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-LOAD-HOURS THRU 2000-EXIT.
           PERFORM 3000-COUNT-WORKFORCE THRU 3000-EXIT.
           PERFORM 4000-COUNT-POSITIONS THRU 4000-EXIT.
           PERFORM 5000-ROLL-UP THRU 5000-EXIT.
           PERFORM 6000-WRITE-FIGURES THRU 6000-EXIT.
           PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
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

      * CLOSING IS THE LAST DAY OF THE PERIOD, OPENING THE LAST DAY
      * OF THE MONTH BEFORE.
           MOVE WS-PER-YEAR TO WS-WORK-YEAR.
           MOVE WS-PER-MONTH TO WS-WORK-MONTH.
           MOVE 1 TO WS-WORK-DAY.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1.
           COMPUTE WS-OPEN-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1.
           COMPUTE WS-CLOSE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT).

      * THE TREND MONTHS, COUNTING BACK FROM THE PERIOD.
           MOVE WS-PERIOD TO WS-TR-PERIOD (13).
           MOVE WS-PER-YEAR TO WS-WORK-YEAR.
           MOVE WS-PER-MONTH TO WS-WORK-MONTH.
           PERFORM VARYING WS-TR-SUB FROM 12 BY -1
                   UNTIL WS-TR-SUB < 1
               IF WS-WORK-MONTH = 1
                   SUBTRACT 1 FROM WS-WORK-YEAR
                   MOVE 12 TO WS-WORK-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MONTH
               END-IF
               MOVE WS-WORK-DATE (1:6) TO WS-TR-PERIOD (WS-TR-SUB)
           END-PERFORM.

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
           OPEN INPUT DEPT-FILE.
           IF NOT DEPT-STATUS-OK
               DISPLAY "ERROR OPENING DEPT-FILE - RUN DEPTLOAD FIRST"
               DISPLAY "FILE STATUS : " WS-DEPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TIMEEDT-FILE.
           IF NOT TSE-STATUS-OK
               DISPLAY "ERROR OPENING TIMEEDT-FILE"
               DISPLAY "FILE STATUS : " WS-TSE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O HIST-FILE.
           IF HIST-NOT-FOUND
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF.
           IF NOT HIST-STATUS-OK
               DISPLAY "ERROR OPENING HIST-FILE"
               DISPLAY "FILE STATUS : " WS-HIST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           IF NOT EXT-STATUS-OK
               DISPLAY "ERROR OPENING EXTRACT-FILE"
               DISPLAY "FILE STATUS : " WS-EXT-FILE-STATUS
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

           PERFORM 1100-LOAD-THRESHOLDS THRU 1100-EXIT.
           PERFORM 1200-LOAD-DEPARTMENTS THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      * A THRESHOLD RECORD REPLACES THE DEFAULT FOR ITS FIGURE.
       1100-LOAD-THRESHOLDS.
           OPEN INPUT THRESH-FILE.
           IF NOT THR-STATUS-OK
               DISPLAY "NO KPITHR.CTL - DEFAULT THRESHOLDS USED"
               GO TO 1100-EXIT
           END-IF.
           PERFORM UNTIL THR-FILE-END
               READ THRESH-FILE
                   AT END
                       MOVE "Y" TO WS-THR-FILE-END
                   NOT AT END
                       PERFORM 1150-TAKE-THRESHOLD THRU 1150-EXIT
               END-READ
           END-PERFORM.
           CLOSE THRESH-FILE.
       1100-EXIT.
           EXIT.

       1150-TAKE-THRESHOLD.
           IF THR-AMBER NOT NUMERIC OR THR-RED NOT NUMERIC
               DISPLAY "BAD THRESHOLD RECORD " THRESH-REC " IGNORED"
               GO TO 1150-EXIT
           END-IF.
           IF THR-CODE = "SH"
               IF THR-AMBER > ZERO
                   MOVE THR-AMBER TO WS-STD-HOURS
               END-IF
               GO TO 1150-EXIT
           END-IF.
           IF THR-WORSE NOT = "H" AND THR-WORSE NOT = "L"
               DISPLAY "BAD THRESHOLD RECORD " THRESH-REC " IGNORED"
               GO TO 1150-EXIT
           END-IF.
           PERFORM VARYING WS-THR-SUB FROM 1 BY 1
                   UNTIL WS-THR-SUB > 8
                      OR WS-THR-CODE (WS-THR-SUB) = THR-CODE
               CONTINUE
           END-PERFORM.
           IF WS-THR-SUB > 8
               DISPLAY "UNKNOWN KPI CODE " THR-CODE " IGNORED"
               GO TO 1150-EXIT
           END-IF.
           MOVE THR-WORSE TO WS-THR-WORSE (WS-THR-SUB).
           MOVE THR-AMBER TO WS-THR-AMBER (WS-THR-SUB).
           MOVE THR-RED TO WS-THR-RED (WS-THR-SUB).
       1150-EXIT.
           EXIT.

      * EVERY DEPARTMENT ON DEPTFILE, WITH ITS DIVISION AND BUDGET.
       1200-LOAD-DEPARTMENTS.
           MOVE "Y" TO WS-DEPT-LOADING.
           MOVE ZERO TO DEPT-NO.
           START DEPT-FILE KEY >= DEPT-NO
               INVALID KEY
                   MOVE "Y" TO WS-DEPT-FILE-END
           END-START.
           PERFORM UNTIL DEPT-FILE-END
               READ DEPT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-DEPT-FILE-END
                   NOT AT END
                       MOVE DEPT-NO TO WS-NEW-DEPT
                       PERFORM 2500-FIND-DEPT THRU 2500-EXIT
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-DEPT-LOADING.
       1200-EXIT.
           EXIT.

      * THE PERIOD'S TIMESHEETS, TOTALLED BY EMPLOYEE.
       2000-LOAD-HOURS.
           PERFORM UNTIL TSE-FILE-END
               READ TIMEEDT-FILE
                   AT END
                       MOVE "Y" TO WS-TSE-FILE-END
                   NOT AT END
                       IF TSE-PERIOD = WS-PERIOD
                           PERFORM 2100-ADD-TIMESHEET THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-ADD-TIMESHEET.
           ADD 1 TO WS-TIME-COUNT.
           PERFORM VARYING WS-TS-SUB FROM 1 BY 1
                   UNTIL WS-TS-SUB > WS-TS-COUNT
                      OR WS-TS-EMPID (WS-TS-SUB) NOT < TSE-EMPID
               CONTINUE
           END-PERFORM.
           IF WS-TS-SUB <= WS-TS-COUNT
               IF WS-TS-EMPID (WS-TS-SUB) = TSE-EMPID
                   ADD TSE-REG-HOURS TO WS-TS-REG (WS-TS-SUB)
                   ADD TSE-OT-HOURS TO WS-TS-OT (WS-TS-SUB)
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF WS-TS-COUNT >= 5000
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY "TIMESHEET TABLE FULL - " TSE-EMPID
                       " DROPPED"
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-TS-COUNT.
           PERFORM VARYING WS-TS-MOVE FROM WS-TS-COUNT BY -1
                   UNTIL WS-TS-MOVE <= WS-TS-SUB
               MOVE WS-TS-ENTRY (WS-TS-MOVE - 1)
                   TO WS-TS-ENTRY (WS-TS-MOVE)
           END-PERFORM.
           MOVE TSE-EMPID TO WS-TS-EMPID (WS-TS-SUB).
           MOVE TSE-REG-HOURS TO WS-TS-REG (WS-TS-SUB).
           MOVE TSE-OT-HOURS TO WS-TS-OT (WS-TS-SUB).
           MOVE "N" TO WS-TS-PLACED (WS-TS-SUB).
       2100-EXIT.
           EXIT.

      * FINDS THE DEPARTMENT FOR WS-NEW-DEPT, OPENING IT IN ITS
      * SORTED PLACE WHEN NEW WITH ITS DEPTFILE DETAILS. WS-DP-SUB
      * IS ZERO IF THE TABLE IS FULL.
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
           IF WS-DP-COUNT >= 500
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
           INITIALIZE WS-LINE-RAW.
           MOVE WS-LINE-RAW TO WS-DP-RAW (WS-DP-SUB).
      * WHILE DEPTFILE IS BEING BROWSED ITS RECORD IS ALREADY IN
      * HAND.
           IF DEPT-LOADING
               MOVE DEPT-NAME TO WS-DP-NAME (WS-DP-SUB)
               MOVE DEPT-DIVISION TO WS-DP-DIVISION (WS-DP-SUB)
               MOVE DEPT-SALARY-BUDGET TO WS-DP-BUDGET (WS-DP-SUB)
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-NEW-DEPT TO DEPT-NO.
           READ DEPT-FILE
               INVALID KEY
                   MOVE "*UNKNOWN DEPARTMENT*" TO WS-DP-NAME (WS-DP-SUB)
                   MOVE ZERO TO WS-DP-DIVISION (WS-DP-SUB)
               NOT INVALID KEY
                   MOVE DEPT-NAME TO WS-DP-NAME (WS-DP-SUB)
                   MOVE DEPT-DIVISION TO WS-DP-DIVISION (WS-DP-SUB)
                   MOVE DEPT-SALARY-BUDGET TO WS-DP-BUDGET (WS-DP-SUB)
           END-READ.
       2500-EXIT.
           EXIT.

      * EVERYONE ON EMPFILE AND THE ARCHIVE.
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
           MOVE PER-DEPT TO WS-NEW-DEPT.
           PERFORM 2500-FIND-DEPT THRU 2500-EXIT.
           IF WS-DP-SUB = ZERO
               GO TO 3100-EXIT
           END-IF.

           PERFORM VARYING WS-TS-SUB FROM 1 BY 1
                   UNTIL WS-TS-SUB > WS-TS-COUNT
                      OR WS-TS-EMPID (WS-TS-SUB) NOT < PER-EMPID
               CONTINUE
           END-PERFORM.
           IF WS-TS-SUB <= WS-TS-COUNT
               IF WS-TS-EMPID (WS-TS-SUB) = PER-EMPID
                   MOVE "Y" TO WS-TS-PLACED (WS-TS-SUB)
                   ADD WS-TS-REG (WS-TS-SUB) TO WS-DP-REG (WS-DP-SUB)
                   ADD WS-TS-OT (WS-TS-SUB) TO WS-DP-OT (WS-DP-SUB)
               ELSE
                   MOVE ZERO TO WS-TS-SUB
               END-IF
           ELSE
               MOVE ZERO TO WS-TS-SUB
           END-IF.

           IF PER-HIRE-DATE <= WS-OPEN-DATE
                   AND NOT (PER-TERMINATED
                            AND PER-TERM-DATE <= WS-OPEN-DATE)
               ADD 1 TO WS-DP-OPEN-HC (WS-DP-SUB)
           END-IF.
           IF PER-TERMINATED
                   AND PER-TERM-DATE > WS-OPEN-DATE
                   AND PER-TERM-DATE <= WS-CLOSE-DATE
               ADD 1 TO WS-DP-LEAVERS (WS-DP-SUB)
           END-IF.
           IF PER-HIRE-DATE > WS-CLOSE-DATE
               GO TO 3100-EXIT
           END-IF.
           IF PER-TERMINATED AND PER-TERM-DATE <= WS-CLOSE-DATE
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-DP-CLOSE-HC (WS-DP-SUB).
           ADD PER-SALARY TO WS-DP-SALARY (WS-DP-SUB).
           COMPUTE WS-SERVICE-YEARS =
               (WS-CLOSE-DATE - PER-HIRE-DATE) / 10000.
           ADD WS-SERVICE-YEARS TO WS-DP-TENURE (WS-DP-SUB).
           MOVE 1 TO WS-PERSON-FTE.
           IF WS-TS-SUB > ZERO
               IF WS-TS-REG (WS-TS-SUB) > ZERO
                       AND WS-TS-REG (WS-TS-SUB) < WS-STD-HOURS
                   COMPUTE WS-PERSON-FTE ROUNDED =
                       WS-TS-REG (WS-TS-SUB) / WS-STD-HOURS
               END-IF
           END-IF.
           ADD WS-PERSON-FTE TO WS-DP-FTE (WS-DP-SUB).
       3100-EXIT.
           EXIT.

      * AUTHORIZED POSITIONS BY DEPARTMENT, AND THOSE WITH NO ACTIVE
      * INCUMBENT. NO POSITION MASTER LEAVES THE VACANCY RATE BLANK.
       4000-COUNT-POSITIONS.
           OPEN INPUT POS-FILE.
           IF NOT POS-STATUS-OK
               DISPLAY "NO POSITION MASTER - VACANCY RATE LEFT BLANK"
               GO TO 4000-EXIT
           END-IF.
           OPEN INPUT ASGN-FILE.
           IF ASG-STATUS-OK
               MOVE "Y" TO WS-ASG-OPEN
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
                           PERFORM 4100-CHECK-POSITION THRU 4100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POS-FILE.
           IF ASG-OPEN
               CLOSE ASGN-FILE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CHECK-POSITION.
           MOVE POS-DEPT TO WS-NEW-DEPT.
           PERFORM 2500-FIND-DEPT THRU 2500-EXIT.
           IF WS-DP-SUB = ZERO
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-DP-POSNS (WS-DP-SUB).
           MOVE "N" TO WS-INCUMBENT-ACTIVE.
           IF ASG-OPEN
               MOVE POS-ID TO PAS-POS-ID
               READ ASGN-FILE
                   INVALID KEY
                       MOVE ZERO TO PAS-EMPID
               END-READ
               IF PAS-EMPID NOT = ZERO
                   MOVE PAS-EMPID TO EMPID
                   READ EMPFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EMP-ACTIVE OR EMP-ON-LEAVE
                               MOVE "Y" TO WS-INCUMBENT-ACTIVE
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF NOT INCUMBENT-ACTIVE
               ADD 1 TO WS-DP-VACANT (WS-DP-SUB)
           END-IF.
       4100-EXIT.
           EXIT.

      * EACH DEPARTMENT INTO ITS DIVISION, EACH DIVISION INTO THE
      * COMPANY.
       5000-ROLL-UP.
           INITIALIZE WS-LINE-RAW.
           MOVE WS-LINE-RAW TO WS-CO-RAW.
           PERFORM VARYING WS-DV-SUB FROM 1 BY 1
                   UNTIL WS-DV-SUB > 100
               MOVE "N" TO WS-DV-USED (WS-DV-SUB)
               MOVE WS-LINE-RAW TO WS-DV-RAW (WS-DV-SUB)
           END-PERFORM.
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-COUNT
               COMPUTE WS-DV-SUB = WS-DP-DIVISION (WS-DP-SUB) + 1
               MOVE "Y" TO WS-DV-USED (WS-DV-SUB)
               MOVE WS-DV-RAW (WS-DV-SUB) TO WS-LINE-RAW
               MOVE WS-DP-RAW (WS-DP-SUB) TO WS-ADD-RAW
               PERFORM 5100-ADD-RAW THRU 5100-EXIT
               MOVE WS-LINE-RAW TO WS-DV-RAW (WS-DV-SUB)
               MOVE WS-CO-RAW TO WS-LINE-RAW
               PERFORM 5100-ADD-RAW THRU 5100-EXIT
               MOVE WS-LINE-RAW TO WS-CO-RAW
           END-PERFORM.
       5000-EXIT.
           EXIT.

      * ADDS WS-ADD-RAW INTO WS-LINE-RAW.
       5100-ADD-RAW.
           ADD AD-OPEN-HC TO LN-OPEN-HC.
           ADD AD-CLOSE-HC TO LN-CLOSE-HC.
           ADD AD-LEAVERS TO LN-LEAVERS.
           ADD AD-FTE TO LN-FTE.
           ADD AD-TENURE TO LN-TENURE.
           ADD AD-SALARY TO LN-SALARY.
           ADD AD-REG TO LN-REG.
           ADD AD-OT TO LN-OT.
           ADD AD-POSNS TO LN-POSNS.
           ADD AD-VACANT TO LN-VACANT.
           ADD AD-BUDGET TO LN-BUDGET.
       5100-EXIT.
           EXIT.

      * THE MONTH'S FIGURES FOR EVERY UNIT TO THE HISTORY AND THE
      * EXTRACT.
       6000-WRITE-FIGURES.
           MOVE WS-CO-RAW TO WS-LINE-RAW.
           MOVE "C" TO WS-KPI-LEVEL.
           MOVE ZERO TO WS-KPI-UNIT.
           PERFORM 6100-STORE-UNIT THRU 6100-EXIT.
           PERFORM VARYING WS-DV-SUB FROM 1 BY 1
                   UNTIL WS-DV-SUB > 100
               IF WS-DV-USED (WS-DV-SUB) = "Y"
                   MOVE WS-DV-RAW (WS-DV-SUB) TO WS-LINE-RAW
                   MOVE "V" TO WS-KPI-LEVEL
                   COMPUTE WS-KPI-UNIT = WS-DV-SUB - 1
                   PERFORM 6100-STORE-UNIT THRU 6100-EXIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-COUNT
               MOVE WS-DP-RAW (WS-DP-SUB) TO WS-LINE-RAW
               MOVE "D" TO WS-KPI-LEVEL
               MOVE WS-DP-DEPT (WS-DP-SUB) TO WS-KPI-UNIT
               PERFORM 6100-STORE-UNIT THRU 6100-EXIT
           END-PERFORM.
       6000-EXIT.
           EXIT.

       6100-STORE-UNIT.
           PERFORM 6200-WORK-FIGURES THRU 6200-EXIT.
           MOVE WS-PERIOD TO KH-PERIOD.
           MOVE WS-KPI-LEVEL TO KH-LEVEL.
           MOVE WS-KPI-UNIT TO KH-UNIT.
           READ HIST-FILE
               INVALID KEY
                   MOVE SPACES TO KPIHIST-REC
                   MOVE WS-PERIOD TO KH-PERIOD
                   MOVE WS-KPI-LEVEL TO KH-LEVEL
                   MOVE WS-KPI-UNIT TO KH-UNIT
                   MOVE WS-KPI-FIGURES TO KH-FIGURES
                   MOVE WS-BUSINESS-DATE TO KH-RUN-DATE
                   WRITE KPIHIST-REC
               NOT INVALID KEY
                   MOVE WS-KPI-FIGURES TO KH-FIGURES
                   MOVE WS-BUSINESS-DATE TO KH-RUN-DATE
                   REWRITE KPIHIST-REC
           END-READ.
           IF NOT HIST-STATUS-OK
               DISPLAY "KPIHIST WRITE FAILED - STATUS "
                       WS-HIST-FILE-STATUS " UNIT " KH-KEY
           END-IF.
           MOVE KPIHIST-REC TO EXTRACT-REC.
           WRITE EXTRACT-REC.
           ADD 1 TO WS-UNIT-COUNT.
       6100-EXIT.
           EXIT.

      * WORKS THE EIGHT FIGURES FROM WS-LINE-RAW AND RATES THEM.
       6200-WORK-FIGURES.
           INITIALIZE WS-KPI-FIGURES.
           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                   UNTIL WS-KPI-SUB > 8
               MOVE "-" TO WS-KPI-FLAG (WS-KPI-SUB)
           END-PERFORM.
           MOVE LN-CLOSE-HC TO WS-KPI-VALUE (1).
           MOVE SPACE TO WS-KPI-FLAG (1).
           MOVE LN-FTE TO WS-KPI-VALUE (2).
           MOVE SPACE TO WS-KPI-FLAG (2).
           COMPUTE WS-AVG-HC ROUNDED = (LN-OPEN-HC + LN-CLOSE-HC) / 2.
           IF WS-AVG-HC > ZERO
               COMPUTE WS-KPI-VALUE (3) ROUNDED =
                   LN-LEAVERS * 100 / WS-AVG-HC
               MOVE SPACE TO WS-KPI-FLAG (3)
           END-IF.
           IF LN-CLOSE-HC > ZERO
               COMPUTE WS-KPI-VALUE (4) ROUNDED =
                   LN-TENURE / LN-CLOSE-HC
               MOVE SPACE TO WS-KPI-FLAG (4)
               COMPUTE WS-KPI-VALUE (7) ROUNDED =
                   LN-SALARY / LN-CLOSE-HC
               MOVE SPACE TO WS-KPI-FLAG (7)
           END-IF.
           IF LN-POSNS > ZERO
               COMPUTE WS-KPI-VALUE (5) ROUNDED =
                   LN-VACANT * 100 / LN-POSNS
               MOVE SPACE TO WS-KPI-FLAG (5)
           END-IF.
           IF LN-REG > ZERO
               COMPUTE WS-KPI-VALUE (6) ROUNDED =
                   LN-OT * 100 / LN-REG
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-KPI-VALUE (6)
               END-COMPUTE
               MOVE SPACE TO WS-KPI-FLAG (6)
           END-IF.
           IF LN-BUDGET > ZERO
               COMPUTE WS-KPI-VALUE (8) ROUNDED =
                   LN-SALARY * 100 / LN-BUDGET
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-KPI-VALUE (8)
               END-COMPUTE
               MOVE SPACE TO WS-KPI-FLAG (8)
           END-IF.
           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                   UNTIL WS-KPI-SUB > 8
               IF WS-KPI-FLAG (WS-KPI-SUB) = SPACE
                   PERFORM 6300-RATE-FIGURE THRU 6300-EXIT
               END-IF
           END-PERFORM.
       6200-EXIT.
           EXIT.

       6300-RATE-FIGURE.
           MOVE WS-KPI-SUB TO WS-THR-SUB.
           EVALUATE TRUE
               WHEN THR-HIGH-WORSE (WS-THR-SUB)
                   EVALUATE TRUE
                       WHEN WS-KPI-VALUE (WS-KPI-SUB)
                               >= WS-THR-RED (WS-THR-SUB)
                           MOVE "R" TO WS-KPI-FLAG (WS-KPI-SUB)
                       WHEN WS-KPI-VALUE (WS-KPI-SUB)
                               >= WS-THR-AMBER (WS-THR-SUB)
                           MOVE "A" TO WS-KPI-FLAG (WS-KPI-SUB)
                       WHEN OTHER
                           MOVE "G" TO WS-KPI-FLAG (WS-KPI-SUB)
                   END-EVALUATE
               WHEN THR-LOW-WORSE (WS-THR-SUB)
                   EVALUATE TRUE
                       WHEN WS-KPI-VALUE (WS-KPI-SUB)
                               <= WS-THR-RED (WS-THR-SUB)
                           MOVE "R" TO WS-KPI-FLAG (WS-KPI-SUB)
                       WHEN WS-KPI-VALUE (WS-KPI-SUB)
                               <= WS-THR-AMBER (WS-THR-SUB)
                           MOVE "A" TO WS-KPI-FLAG (WS-KPI-SUB)
                       WHEN OTHER
                           MOVE "G" TO WS-KPI-FLAG (WS-KPI-SUB)
                   END-EVALUATE
           END-EVALUATE.
           IF WS-KPI-FLAG (WS-KPI-SUB) = "R"
               ADD 1 TO WS-RED-COUNT
           END-IF.
       6300-EXIT.
           EXIT.

      * THE PACK: COMPANY, THEN EACH DIVISION FOLLOWED BY ITS
      * DEPARTMENTS, EACH WITH ITS THIRTEEN MONTHS FROM THE HISTORY.
       7000-WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "WORKFORCE KPI PACK - PERIOD " WS-PERIOD
                  "   (R/A/G AFTER EACH FIGURE)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "C" TO WS-KPI-LEVEL.
           MOVE ZERO TO WS-KPI-UNIT.
           MOVE "COMPANY" TO WS-UNIT-LABEL.
           PERFORM 7100-WRITE-UNIT THRU 7100-EXIT.
           PERFORM VARYING WS-DV-SUB FROM 1 BY 1
                   UNTIL WS-DV-SUB > 100
               IF WS-DV-USED (WS-DV-SUB) = "Y"
                   MOVE "V" TO WS-KPI-LEVEL
                   COMPUTE WS-KPI-UNIT = WS-DV-SUB - 1
                   MOVE WS-KPI-UNIT TO WS-PRT-DIVISION
                   MOVE SPACES TO WS-UNIT-LABEL
                   STRING "DIVISION " WS-PRT-DIVISION
                       DELIMITED BY SIZE INTO WS-UNIT-LABEL
                   PERFORM 7100-WRITE-UNIT THRU 7100-EXIT
                   PERFORM 7050-WRITE-DIVISION-DEPTS THRU 7050-EXIT
               END-IF
           END-PERFORM.
       7000-EXIT.
           EXIT.

       7050-WRITE-DIVISION-DEPTS.
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-COUNT
               IF WS-DP-DIVISION (WS-DP-SUB) = WS-PRT-DIVISION
                   MOVE "D" TO WS-KPI-LEVEL
                   MOVE WS-DP-DEPT (WS-DP-SUB) TO WS-KPI-UNIT
                   MOVE SPACES TO WS-UNIT-LABEL
                   STRING "DEPT " WS-DP-DEPT (WS-DP-SUB)
                          "  " WS-DP-NAME (WS-DP-SUB)
                          "  (DIVISION " WS-PRT-DIVISION ")"
                       DELIMITED BY SIZE INTO WS-UNIT-LABEL
                   PERFORM 7100-WRITE-UNIT THRU 7100-EXIT
               END-IF
           END-PERFORM.
       7050-EXIT.
           EXIT.

      * ONE UNIT: A HEADING, THE PERIODS, AND A LINE PER FIGURE.
       7100-WRITE-UNIT.
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > 13
               MOVE WS-TR-PERIOD (WS-TR-SUB) TO KH-PERIOD
               MOVE WS-KPI-LEVEL TO KH-LEVEL
               MOVE WS-KPI-UNIT TO KH-UNIT
               READ HIST-FILE
                   INVALID KEY
                       MOVE "N" TO WS-TR-FOUND (WS-TR-SUB)
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TR-FOUND (WS-TR-SUB)
                       MOVE KH-FIGURES TO WS-TR-FIGURES (WS-TR-SUB)
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-UNIT-LABEL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 19 TO WS-COL.
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > 13
               MOVE WS-TR-PERIOD (WS-TR-SUB)
                   TO REPORT-LINE (WS-COL + 2:6)
               ADD 9 TO WS-COL
           END-PERFORM.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                   UNTIL WS-KPI-SUB > 8
               PERFORM 7200-WRITE-FIGURE-LINE THRU 7200-EXIT
           END-PERFORM.
       7100-EXIT.
           EXIT.

      * ONE FIGURE ACROSS THE THIRTEEN MONTHS: THE VALUE IN SEVEN
      * COLUMNS, THEN ITS FLAG. A MONTH NOT ON THE HISTORY, OR A
      * FIGURE THAT COULD NOT BE WORKED, IS LEFT BLANK.
       7200-WRITE-FIGURE-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-KPI-NAME (WS-KPI-SUB) TO REPORT-LINE (1:18).
           MOVE 19 TO WS-COL.
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > 13
               IF WS-TR-FOUND (WS-TR-SUB) = "Y"
                   MOVE WS-TR-FIGURES (WS-TR-SUB) TO WS-TR-FIGS
                   IF WS-TR-FLAG (WS-KPI-SUB) NOT = "-"
                       PERFORM 7300-EDIT-VALUE THRU 7300-EXIT
                   END-IF
               END-IF
               ADD 9 TO WS-COL
           END-PERFORM.
           WRITE REPORT-LINE.
       7200-EXIT.
           EXIT.

       7300-EDIT-VALUE.
           EVALUATE WS-KPI-SUB
               WHEN 1
               WHEN 7
                   MOVE WS-TR-VALUE (WS-KPI-SUB) TO WS-PRT-WHOLE
                   MOVE WS-PRT-WHOLE TO REPORT-LINE (WS-COL + 1:7)
               WHEN 2
                   MOVE WS-TR-VALUE (WS-KPI-SUB) TO WS-PRT-ONE-DEC
                   MOVE WS-PRT-ONE-DEC TO REPORT-LINE (WS-COL + 1:7)
               WHEN OTHER
                   MOVE WS-TR-VALUE (WS-KPI-SUB) TO WS-PRT-TWO-DEC
                   MOVE WS-PRT-TWO-DEC TO REPORT-LINE (WS-COL + 1:7)
           END-EVALUATE.
           MOVE WS-TR-FLAG (WS-KPI-SUB) TO REPORT-LINE (WS-COL + 8:1).
       7300-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           IF ARC-OPEN
               CLOSE ARCHIVE-FILE
           END-IF.
           CLOSE DEPT-FILE.
           CLOSE TIMEEDT-FILE.
           CLOSE HIST-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE REPORT-FILE.

           PERFORM VARYING WS-TS-SUB FROM 1 BY 1
                   UNTIL WS-TS-SUB > WS-TS-COUNT
               IF WS-TS-PLACED (WS-TS-SUB) NOT = "Y"
                   ADD 1 TO WS-UNPLACED-COUNT
                   DISPLAY "TIMESHEET FOR " WS-TS-EMPID (WS-TS-SUB)
                           " - NOT ON EMPFILE OR ARCHIVE"
               END-IF
           END-PERFORM.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "PERIOD " WS-PERIOD
                  " UNITS " WS-UNIT-COUNT
                  " RED FLAGS " WS-RED-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-UNPLACED-COUNT > ZERO OR WS-DROPPED-COUNT > ZERO
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "PEOPLE COUNTED     : " WS-PERSON-COUNT.
           DISPLAY "TIMESHEETS COUNTED : " WS-TIME-COUNT.
           DISPLAY "UNITS REPORTED     : " WS-UNIT-COUNT.
           DISPLAY "RED FLAGS          : " WS-RED-COUNT.
       9999-EXIT.
           EXIT.
