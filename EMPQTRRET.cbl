       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPQTRRET.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * QUARTERLY STATUTORY WAGE AND WITHHOLDING RETURN.
      *
      * BUILDS THE EMPLOYER'S QUARTERLY WAGE AND TAX WITHHOLDING
      * RETURN FROM THE THREE MONTHLY PERIODS OF THE QUARTER ON THE
      * PAYSLIP ARCHIVE (PAYSLARC) AND THE YEAR-TO-DATE ACCUMULATORS
      * (EMPYTD), INSTEAD OF ADDING UP THREE PAYSLIP FILES BY HAND:
      *   H  EMPLOYER ID, QUARTER (YYYYQ), ITS FIRST AND LAST
      *      PERIODS AND THE DATE THE RETURN WAS BUILT
      *   E  EMPLOYER TOTALS - EMPLOYEES PAID, WAGES, TAX WITHHELD,
      *      THE HEADCOUNT ON THE TWELFTH OF EACH MONTH AND THE TAX
      *      POSTED TO THE GL
      *   D  PER EMPLOYEE - QUARTER WAGES AND TAX WITHHELD, MONTHS
      *      PAID, AND YEAR-TO-DATE WAGES AND TAX FROM EMPYTD
      *   T  DETAIL COUNT, WAGE AND TAX HASH TOTALS
      * WAGES ARE THE GROSS ON THE ARCHIVED SLIPS AND THE TAX IS THE
      * TAX DEDUCTION ON THEM. THE HEADCOUNT FOR A MONTH IS EVERY
      * EMPLOYEE PAID IN THAT PERIOD WHO WAS HIRED BY THE TWELFTH
      * AND HAD NOT LEFT BEFORE IT (AN EMPLOYEE NO LONGER ON EMPFILE
      * COUNTS ON THE STRENGTH OF THE SLIP).
      *
      * THE TAX ON THE SLIPS MUST BALANCE, PERIOD BY PERIOD, TO THE
      * TAX POSTED TO THE GL THAT EMPSLPARC RECORDED ON THE ARCHIVE
      * CATALOG (PAYSLARC.CAT) FROM EACH MONTH'S EMPGLPOST.DAT. A
      * BALANCED RETURN IS WRITTEN TO EMPQTRRET.DAT FOR RELEASE. ANY
      * DIFFERENCE - OR A PERIOD WITH NO GL TAX RECORDED - IS
      * FLAGGED ON THE RECONCILIATION REPORT (EMPQTRRET.RPT) AND THE
      * RETURN IS WRITTEN TO EMPQTRRET.HLD INSTEAD, SO IT CANNOT GO
      * OUT UNTIL THE DIFFERENCE IS EXPLAINED. RC 8.
      *
      * THE QUARTER IS THE FIRST ARGUMENT AS YYYYQ (20263 IS JULY TO
      * SEPTEMBER 2026); WITH NO ARGUMENT THE QUARTER BEFORE THE ONE
      * THE BUSINESS DATE FALLS IN IS RETURNED. THE EMPLOYER'S TAX
      * ACCOUNT NUMBER COMES FROM EMPQTRRET.PRM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT ARCHIVE-FILE ASSIGN "PAYSLARC"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ARC-FILE-STATUS
                       RECORD KEY PSA-KEY.
        SELECT CAT-FILE ASSIGN "PAYSLARC.CAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CAT-FILE-STATUS.
        SELECT YTD-FILE ASSIGN "EMPYTD"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-YTD-FILE-STATUS
                       RECORD KEY YTD-KEY.
        SELECT EMPFILE ASSIGN "EMPFIL"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-EMP-FILE-STATUS
                       RECORD KEY EMPID
                       ALTERNATE RECORD KEY EMPDEPT WITH DUPLICATES.
        SELECT PARAM-FILE ASSIGN "EMPQTRRET.PRM"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PRM-FILE-STATUS.
        SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RET-NAME
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RET-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPQTRRET.RPT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVE-FILE
       RECORD 110.
       01 ARCHIVE-REC.
          05 PSA-KEY.
             10 PSA-EMPID      PIC 9(05).
             10 PSA-PERIOD     PIC 9(06).
          05 PSA-SLIP          PIC X(98).
          05 FILLER            PIC X(01).
      * THE ARCHIVED SLIP LINE, AS EMPPAYRUN WROTE IT.
       01 ARCHIVE-REC-X REDEFINES ARCHIVE-REC.
          05 FILLER            PIC X(11).
          05 FILLER            PIC X(07).
          05 PSA-NAME          PIC X(20).
          05 FILLER            PIC X(07).
          05 PSA-GROSS-WHOLE   PIC 9(06).
          05 FILLER            PIC X(01).
          05 PSA-GROSS-DEC     PIC 9(02).
          05 FILLER            PIC X(02).
          05 PSA-TAX-WHOLE     PIC 9(06).
          05 FILLER            PIC X(01).
          05 PSA-TAX-DEC       PIC 9(02).
          05 FILLER            PIC X(45).

      * A CATALOG LINE WRITTEN BEFORE THE GL TAX TOTAL WAS KEPT
      * READS WITH SPACES THERE.
       FD CAT-FILE
       RECORD 45.
       01 CAT-REC.
          05 CAT-PERIOD        PIC 9(06).
          05 CAT-COUNT         PIC 9(05).
          05 CAT-NET-TOTAL     PIC 9(11)V99.
          05 CAT-GL-TAX-X      PIC X(13).
          05 CAT-GL-TAX REDEFINES CAT-GL-TAX-X
                               PIC 9(11)V99.
          05 FILLER            PIC X(08).

       FD YTD-FILE
       RECORD 100.
       01 YTD-REC.
          05 YTD-KEY.
             10 YTD-YEAR       PIC 9(04).
             10 YTD-EMPID      PIC 9(05).
          05 YTD-NAME          PIC X(20).
          05 YTD-DEPT          PIC 9(03).
          05 YTD-GROSS         PIC 9(09)V99.
          05 YTD-TAX           PIC 9(09)V99.
          05 YTD-PENSION       PIC 9(09)V99.
          05 YTD-HEALTH        PIC 9(09)V99.
          05 YTD-VOLDED        PIC 9(09)V99.
          05 YTD-NET           PIC 9(09)V99.
          05 YTD-MONTHS        PIC 9(02).

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

       FD PARAM-FILE
       RECORD 20.
       01 PARAM-REC.
          05 PRM-EMPLOYER-ID   PIC X(12).
          05 FILLER            PIC X(08).

       FD RETURN-FILE
       RECORD 100.
       01 RETURN-REC.
          05 RET-RECORD-TYPE   PIC X(01).
          05 RET-EMPID         PIC 9(05).
          05 RET-NAME          PIC X(20).
          05 RET-WAGES         PIC 9(09)V99.
          05 RET-TAX           PIC 9(09)V99.
          05 RET-MONTHS        PIC 9(01).
          05 RET-YTD-WAGES     PIC 9(09)V99.
          05 RET-YTD-TAX       PIC 9(09)V99.
          05 FILLER            PIC X(29).
       01 RETURN-HEADER REDEFINES RETURN-REC.
          05 FILLER            PIC X(01).
          05 RET-HDR-EMPLOYER  PIC X(12).
          05 RET-HDR-QUARTER   PIC 9(05).
          05 RET-HDR-FIRST     PIC 9(06).
          05 RET-HDR-LAST      PIC 9(06).
          05 RET-HDR-DATE      PIC 9(08).
          05 FILLER            PIC X(62).
       01 RETURN-EMPLOYER REDEFINES RETURN-REC.
          05 FILLER            PIC X(01).
          05 RET-ER-EMPLOYEES  PIC 9(05).
          05 RET-ER-WAGES      PIC 9(11)V99.
          05 RET-ER-TAX        PIC 9(11)V99.
          05 RET-ER-HEADCOUNT  PIC 9(05) OCCURS 3 TIMES.
          05 RET-ER-GL-TAX     PIC 9(11)V99.
          05 FILLER            PIC X(40).
       01 RETURN-TRAILER REDEFINES RETURN-REC.
          05 FILLER            PIC X(01).
          05 RET-TRL-COUNT     PIC 9(05).
          05 RET-TRL-WAGES     PIC 9(11)V99.
          05 RET-TRL-TAX       PIC 9(11)V99.
          05 FILLER            PIC X(68).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-ARC-FILE-STATUS    PIC X(02) VALUE "00".
             88 ARC-STATUS-OK      VALUE "00".
             88 ARC-FILE-NOT-FOUND VALUE "35".
          05 WS-ARC-FILE-END       PIC X(01) VALUE "N".
             88 ARC-FILE-END       VALUE "Y".
          05 WS-CAT-FILE-STATUS    PIC X(02) VALUE "00".
             88 CAT-STATUS-OK      VALUE "00".
          05 WS-CAT-FILE-END       PIC X(01) VALUE "N".
             88 CAT-FILE-END       VALUE "Y".
          05 WS-YTD-FILE-STATUS    PIC X(02) VALUE "00".
             88 YTD-STATUS-OK      VALUE "00".
             88 YTD-FILE-NOT-FOUND VALUE "35".
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-EMP-FOUND          PIC X(01) VALUE "N".
             88 EMP-FOUND          VALUE "Y".
          05 WS-PRM-FILE-STATUS    PIC X(02) VALUE "00".
             88 PRM-STATUS-OK      VALUE "00".
          05 WS-RET-FILE-STATUS    PIC X(02) VALUE "00".
             88 RET-STATUS-OK      VALUE "00".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".
          05 WS-BALANCED           PIC X(01) VALUE "Y".
             88 RETURN-BALANCED    VALUE "Y".

       01 WS-QUARTER               PIC 9(05) VALUE ZERO.
       01 WS-QUARTER-PARTS REDEFINES WS-QUARTER.
          05 WS-QTR-YEAR           PIC 9(04).
          05 WS-QTR-NO             PIC 9(01).
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
          05 WS-BUS-YEAR           PIC 9(04).
          05 WS-BUS-MONTH          PIC 9(02).
          05 WS-BUS-DAY            PIC 9(02).
       01 WS-EMPLOYER-ID           PIC X(12) VALUE SPACES.
       01 WS-RET-NAME              PIC X(16) VALUE "EMPQTRRET.DAT".

      * THE THREE PERIODS OF THE QUARTER AND WHAT EACH HOLDS.
       01 WS-PERIOD-TABLE.
          05 WS-PER-ENTRY OCCURS 3 TIMES.
             10 WS-PER-PERIOD      PIC 9(06).
             10 WS-PER-TWELFTH     PIC 9(08).
             10 WS-PER-SLIPS       PIC 9(05).
             10 WS-PER-HEADCOUNT   PIC 9(05).
             10 WS-PER-WAGES       PIC 9(11)V99.
             10 WS-PER-TAX         PIC 9(11)V99.
             10 WS-PER-GL-FOUND    PIC X(01).
             10 WS-PER-GL-TAX      PIC 9(11)V99.
       01 WS-PER-SUB               PIC 9(01).
       01 WS-SLIP-SUB              PIC 9(01).

       01 WS-COUNTS.
          05 WS-EMPLOYEE-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-DETAIL-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-NO-YTD-COUNT       PIC 9(05) VALUE ZERO.

       01 WS-TOTALS.
          05 WS-QTR-WAGES          PIC 9(11)V99 VALUE ZERO.
          05 WS-QTR-TAX            PIC 9(11)V99 VALUE ZERO.
          05 WS-QTR-GL-TAX         PIC 9(11)V99 VALUE ZERO.
          05 WS-TRL-WAGES          PIC 9(11)V99 VALUE ZERO.
          05 WS-TRL-TAX            PIC 9(11)V99 VALUE ZERO.

      * THE EMPLOYEE BEING ACCUMULATED ACROSS THE QUARTER.
       01 WS-CUR-EMPID             PIC 9(05) VALUE ZERO.
       01 WS-CUR-NAME              PIC X(20) VALUE SPACES.
       01 WS-CUR-WAGES             PIC 9(09)V99 VALUE ZERO.
       01 WS-CUR-TAX               PIC 9(09)V99 VALUE ZERO.
       01 WS-CUR-MONTHS            PIC 9(01) VALUE ZERO.
       01 WS-SLIP-GROSS            PIC 9(06)V99 VALUE ZERO.
       01 WS-SLIP-TAX              PIC 9(06)V99 VALUE ZERO.
       01 WS-DIFFERENCE            PIC S9(11)V99 VALUE ZERO.

       01 WS-PRT-AMOUNT-1          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-AMOUNT-2          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-AMOUNT-3          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-DIFF              PIC -,---,---,--9.99.
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPQTRRT".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-TOTAL-QUARTER THRU 2000-EXIT.
           PERFORM 3000-RECONCILE-TO-GL THRU 3000-EXIT.
           PERFORM 4000-WRITE-RETURN THRU 4000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-QUARTER FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-QUARTER
           END-ACCEPT.
           IF WS-QUARTER = ZERO
               MOVE WS-BUS-YEAR TO WS-QTR-YEAR
               COMPUTE WS-QTR-NO = ((WS-BUS-MONTH - 1) / 3) + 1
               IF WS-QTR-NO = 1
                   SUBTRACT 1 FROM WS-QTR-YEAR
                   MOVE 4 TO WS-QTR-NO
               ELSE
                   SUBTRACT 1 FROM WS-QTR-NO
               END-IF
           END-IF.
           IF WS-QTR-NO < 1 OR WS-QTR-NO > 4
               DISPLAY "INVALID QUARTER " WS-QUARTER
                       " - GIVE IT AS YYYYQ"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               COMPUTE WS-PER-PERIOD (WS-PER-SUB) =
                   (WS-QTR-YEAR * 100) + ((WS-QTR-NO - 1) * 3)
                   + WS-PER-SUB
               COMPUTE WS-PER-TWELFTH (WS-PER-SUB) =
                   (WS-PER-PERIOD (WS-PER-SUB) * 100) + 12
               MOVE ZERO TO WS-PER-SLIPS (WS-PER-SUB)
               MOVE ZERO TO WS-PER-HEADCOUNT (WS-PER-SUB)
               MOVE ZERO TO WS-PER-WAGES (WS-PER-SUB)
               MOVE ZERO TO WS-PER-TAX (WS-PER-SUB)
               MOVE "N" TO WS-PER-GL-FOUND (WS-PER-SUB)
               MOVE ZERO TO WS-PER-GL-TAX (WS-PER-SUB)
           END-PERFORM.
           DISPLAY "QUARTERLY RETURN FOR " WS-QUARTER
                   " (PERIODS " WS-PER-PERIOD (1)
                   " TO " WS-PER-PERIOD (3) ")".

           OPEN INPUT ARCHIVE-FILE.
           IF ARC-FILE-NOT-FOUND
               DISPLAY "NO PAYSLIP ARCHIVE - RUN EMPSLPARC FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT ARC-STATUS-OK
               DISPLAY "ERROR OPENING ARCHIVE-FILE"
               DISPLAY "FILE STATUS : " WS-ARC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT YTD-FILE.
           IF YTD-FILE-NOT-FOUND
               DISPLAY "NO YTD ACCUMULATOR FILE - YEAR-TO-DATE "
                       "FIGURES LEFT ZERO"
           ELSE
               IF NOT YTD-STATUS-OK
                   DISPLAY "ERROR OPENING YTD-FILE"
                   DISPLAY "FILE STATUS : " WS-YTD-FILE-STATUS
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

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
           PERFORM 1200-LOAD-GL-TAX THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      * THE EMPLOYER'S TAX ACCOUNT NUMBER. A MISSING PARAMETER FILE
      * STILL BUILDS THE RETURN BUT LEAVES THE ID BLANK (RC 4).
       1100-READ-PARAMETERS.
           OPEN INPUT PARAM-FILE.
           IF NOT PRM-STATUS-OK
               DISPLAY "NO EMPQTRRET.PRM - EMPLOYER ID LEFT BLANK"
               GO TO 1100-EXIT
           END-IF.
           READ PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PRM-EMPLOYER-ID TO WS-EMPLOYER-ID
           END-READ.
           CLOSE PARAM-FILE.
       1100-EXIT.
           EXIT.

      * THE GL TAX EMPSLPARC CATALOGED FOR EACH PERIOD OF THE
      * QUARTER. A PERIOD MISSING FROM THE CATALOG, OR CATALOGED
      * BEFORE THE GL TAX WAS KEPT, HAS NOTHING TO BALANCE TO.
       1200-LOAD-GL-TAX.
           OPEN INPUT CAT-FILE.
           IF NOT CAT-STATUS-OK
               DISPLAY "NO ARCHIVE CATALOG - NO GL TAX TO BALANCE TO"
               GO TO 1200-EXIT
           END-IF.
           PERFORM UNTIL CAT-FILE-END
               READ CAT-FILE
                   AT END
                       MOVE "Y" TO WS-CAT-FILE-END
                   NOT AT END
                       PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                               UNTIL WS-PER-SUB > 3
                           IF CAT-PERIOD = WS-PER-PERIOD (WS-PER-SUB)
                                   AND CAT-GL-TAX-X NUMERIC
                               MOVE "Y" TO
                                   WS-PER-GL-FOUND (WS-PER-SUB)
                               MOVE CAT-GL-TAX TO
                                   WS-PER-GL-TAX (WS-PER-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE CAT-FILE.
       1200-EXIT.
           EXIT.

      * FIRST PASS OF THE ARCHIVE: PERIOD TOTALS AND HEADCOUNTS.
      * THE ARCHIVE IS IN EMPID + PERIOD ORDER, SO AN EMPLOYEE'S
      * SLIPS FOR THE QUARTER ARRIVE TOGETHER.
       2000-TOTAL-QUARTER.
           MOVE ZERO TO WS-CUR-EMPID.
           MOVE LOW-VALUES TO PSA-KEY.
           START ARCHIVE-FILE KEY >= PSA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ARC-FILE-END
           END-START.
           PERFORM UNTIL ARC-FILE-END
               READ ARCHIVE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-ARC-FILE-END
                   NOT AT END
                       PERFORM 2050-FIND-PERIOD THRU 2050-EXIT
                       IF WS-SLIP-SUB > ZERO
                           PERFORM 2100-TALLY-SLIP THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

      * WHICH MONTH OF THE QUARTER THE ARCHIVED SLIP BELONGS TO,
      * ZERO WHEN IT IS OUTSIDE THE QUARTER.
       2050-FIND-PERIOD.
           MOVE ZERO TO WS-SLIP-SUB.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               IF PSA-PERIOD = WS-PER-PERIOD (WS-PER-SUB)
                   MOVE WS-PER-SUB TO WS-SLIP-SUB
               END-IF
           END-PERFORM.
           IF WS-SLIP-SUB > ZERO
               COMPUTE WS-SLIP-GROSS =
                   PSA-GROSS-WHOLE + (PSA-GROSS-DEC / 100)
               COMPUTE WS-SLIP-TAX =
                   PSA-TAX-WHOLE + (PSA-TAX-DEC / 100)
           END-IF.
       2050-EXIT.
           EXIT.

       2100-TALLY-SLIP.
           IF PSA-EMPID NOT = WS-CUR-EMPID
               MOVE PSA-EMPID TO WS-CUR-EMPID
               ADD 1 TO WS-EMPLOYEE-COUNT
               MOVE "N" TO WS-EMP-FOUND
               MOVE PSA-EMPID TO EMPID
               READ EMPFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EMP-FOUND
               END-READ
           END-IF.

           ADD 1 TO WS-PER-SLIPS (WS-SLIP-SUB).
           ADD WS-SLIP-GROSS TO WS-PER-WAGES (WS-SLIP-SUB).
           ADD WS-SLIP-TAX TO WS-PER-TAX (WS-SLIP-SUB).
           ADD WS-SLIP-GROSS TO WS-QTR-WAGES.
           ADD WS-SLIP-TAX TO WS-QTR-TAX.

      * ON THE PAYROLL ON THE TWELFTH: HIRED BY THEN AND NOT GONE.
           IF NOT EMP-FOUND
               ADD 1 TO WS-PER-HEADCOUNT (WS-SLIP-SUB)
               GO TO 2100-EXIT
           END-IF.
           IF EMP-HIRE-DATE > WS-PER-TWELFTH (WS-SLIP-SUB)
               GO TO 2100-EXIT
           END-IF.
           IF EMP-TERM-DATE > ZERO
                   AND EMP-TERM-DATE < WS-PER-TWELFTH (WS-SLIP-SUB)
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-PER-HEADCOUNT (WS-SLIP-SUB).
       2100-EXIT.
           EXIT.

      * EACH PERIOD'S SLIP TAX AGAINST THE TAX POSTED TO THE GL.
      * THE RETURN IS RELEASED ONLY WHEN EVERY PERIOD AGREES.
       3000-RECONCILE-TO-GL.
           MOVE SPACES TO REPORT-LINE.
           STRING "QUARTERLY WAGE AND WITHHOLDING RETURN - QUARTER "
                  WS-QUARTER "   RUN " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPLOYER ID " WS-EMPLOYER-ID
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PERIOD  SLIPS  HEAD  "
                  "        SLIP TAX          GL TAX      DIFFERENCE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               PERFORM 3100-RECONCILE-PERIOD THRU 3100-EXIT
           END-PERFORM.

           COMPUTE WS-DIFFERENCE = WS-QTR-TAX - WS-QTR-GL-TAX.
           MOVE WS-QTR-TAX TO WS-PRT-AMOUNT-1.
           MOVE WS-QTR-GL-TAX TO WS-PRT-AMOUNT-2.
           MOVE WS-DIFFERENCE TO WS-PRT-DIFF.
           MOVE SPACES TO REPORT-LINE.
           STRING "QUARTER             " WS-PRT-AMOUNT-1
                  WS-PRT-AMOUNT-2 WS-PRT-DIFF
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-QTR-WAGES TO WS-PRT-AMOUNT-1.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPLOYEES PAID      " WS-EMPLOYEE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "WAGES               " WS-PRT-AMOUNT-1
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF RETURN-BALANCED
               MOVE "EMPQTRRET.DAT" TO WS-RET-NAME
               MOVE SPACES TO REPORT-LINE
               STRING "RETURN BALANCES TO THE GL - WRITTEN TO "
                      WS-RET-NAME " FOR RELEASE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "EMPQTRRET.HLD" TO WS-RET-NAME
               MOVE SPACES TO REPORT-LINE
               STRING "*** RETURN DOES NOT BALANCE TO THE GL - "
                      "HELD AS " WS-RET-NAME " ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "QUARTERLY RETURN DOES NOT BALANCE TO GL TAX"
               DISPLAY "SLIP TAX : " WS-QTR-TAX
               DISPLAY "GL TAX   : " WS-QTR-GL-TAX
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RECONCILE-PERIOD.
           ADD WS-PER-GL-TAX (WS-PER-SUB) TO WS-QTR-GL-TAX.
           COMPUTE WS-DIFFERENCE = WS-PER-TAX (WS-PER-SUB)
               - WS-PER-GL-TAX (WS-PER-SUB).
           MOVE WS-PER-TAX (WS-PER-SUB) TO WS-PRT-AMOUNT-1.
           MOVE WS-PER-GL-TAX (WS-PER-SUB) TO WS-PRT-AMOUNT-2.
           MOVE WS-DIFFERENCE TO WS-PRT-DIFF.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-PER-PERIOD (WS-PER-SUB) "  "
                  WS-PER-SLIPS (WS-PER-SUB) " "
                  WS-PER-HEADCOUNT (WS-PER-SUB) " "
                  WS-PRT-AMOUNT-1 WS-PRT-AMOUNT-2 WS-PRT-DIFF
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-PER-GL-FOUND (WS-PER-SUB) NOT = "Y"
               MOVE "N" TO WS-BALANCED
               MOVE SPACES TO REPORT-LINE
               STRING "   *** NO GL TAX RECORDED FOR PERIOD "
                      WS-PER-PERIOD (WS-PER-SUB) " ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 3100-EXIT
           END-IF.
           IF WS-DIFFERENCE NOT = ZERO
               MOVE "N" TO WS-BALANCED
               MOVE SPACES TO REPORT-LINE
               STRING "   *** SLIP TAX DIFFERS FROM GL TAX FOR "
                      "PERIOD " WS-PER-PERIOD (WS-PER-SUB) " ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       3100-EXIT.
           EXIT.

      * SECOND PASS OF THE ARCHIVE: THE RETURN ITSELF.
       4000-WRITE-RETURN.
           OPEN OUTPUT RETURN-FILE.
           IF NOT RET-STATUS-OK
               DISPLAY "ERROR OPENING RETURN-FILE " WS-RET-NAME
               DISPLAY "FILE STATUS : " WS-RET-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO RETURN-REC.
           MOVE "H" TO RET-RECORD-TYPE.
           MOVE WS-EMPLOYER-ID TO RET-HDR-EMPLOYER.
           MOVE WS-QUARTER TO RET-HDR-QUARTER.
           MOVE WS-PER-PERIOD (1) TO RET-HDR-FIRST.
           MOVE WS-PER-PERIOD (3) TO RET-HDR-LAST.
           MOVE WS-BUSINESS-DATE TO RET-HDR-DATE.
           WRITE RETURN-REC.

           MOVE SPACES TO RETURN-REC.
           MOVE "E" TO RET-RECORD-TYPE.
           MOVE WS-EMPLOYEE-COUNT TO RET-ER-EMPLOYEES.
           MOVE WS-QTR-WAGES TO RET-ER-WAGES.
           MOVE WS-QTR-TAX TO RET-ER-TAX.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-PER-HEADCOUNT (WS-PER-SUB)
                   TO RET-ER-HEADCOUNT (WS-PER-SUB)
           END-PERFORM.
           MOVE WS-QTR-GL-TAX TO RET-ER-GL-TAX.
           WRITE RETURN-REC.

           MOVE ZERO TO WS-CUR-EMPID.
           MOVE "N" TO WS-ARC-FILE-END.
           MOVE LOW-VALUES TO PSA-KEY.
           START ARCHIVE-FILE KEY >= PSA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ARC-FILE-END
           END-START.
           PERFORM UNTIL ARC-FILE-END
               READ ARCHIVE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-ARC-FILE-END
                   NOT AT END
                       PERFORM 2050-FIND-PERIOD THRU 2050-EXIT
                       IF WS-SLIP-SUB > ZERO
                           PERFORM 4100-ADD-SLIP THRU 4100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CUR-EMPID NOT = ZERO
               PERFORM 4200-WRITE-EMPLOYEE THRU 4200-EXIT
           END-IF.

           MOVE SPACES TO RETURN-REC.
           MOVE "T" TO RET-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO RET-TRL-COUNT.
           MOVE WS-TRL-WAGES TO RET-TRL-WAGES.
           MOVE WS-TRL-TAX TO RET-TRL-TAX.
           WRITE RETURN-REC.
           CLOSE RETURN-FILE.
       4000-EXIT.
           EXIT.

       4100-ADD-SLIP.
           IF PSA-EMPID NOT = WS-CUR-EMPID
               IF WS-CUR-EMPID NOT = ZERO
                   PERFORM 4200-WRITE-EMPLOYEE THRU 4200-EXIT
               END-IF
               MOVE PSA-EMPID TO WS-CUR-EMPID
               MOVE PSA-NAME TO WS-CUR-NAME
               MOVE ZERO TO WS-CUR-WAGES
               MOVE ZERO TO WS-CUR-TAX
               MOVE ZERO TO WS-CUR-MONTHS
           END-IF.
           ADD WS-SLIP-GROSS TO WS-CUR-WAGES.
           ADD WS-SLIP-TAX TO WS-CUR-TAX.
           ADD 1 TO WS-CUR-MONTHS.
       4100-EXIT.
           EXIT.

       4200-WRITE-EMPLOYEE.
           MOVE SPACES TO RETURN-REC.
           MOVE "D" TO RET-RECORD-TYPE.
           MOVE WS-CUR-EMPID TO RET-EMPID.
           MOVE WS-CUR-NAME TO RET-NAME.
           MOVE WS-CUR-WAGES TO RET-WAGES.
           MOVE WS-CUR-TAX TO RET-TAX.
           MOVE WS-CUR-MONTHS TO RET-MONTHS.
           MOVE ZERO TO RET-YTD-WAGES.
           MOVE ZERO TO RET-YTD-TAX.
           IF NOT YTD-FILE-NOT-FOUND
               MOVE WS-QTR-YEAR TO YTD-YEAR
               MOVE WS-CUR-EMPID TO YTD-EMPID
               READ YTD-FILE
                   INVALID KEY
                       ADD 1 TO WS-NO-YTD-COUNT
                   NOT INVALID KEY
                       MOVE YTD-GROSS TO RET-YTD-WAGES
                       MOVE YTD-TAX TO RET-YTD-TAX
               END-READ
           END-IF.
           WRITE RETURN-REC.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-CUR-WAGES TO WS-TRL-WAGES.
           ADD WS-CUR-TAX TO WS-TRL-TAX.
       4200-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE ARCHIVE-FILE.
           IF NOT YTD-FILE-NOT-FOUND
               CLOSE YTD-FILE
           END-IF.
           CLOSE EMPFILE.

           IF WS-NO-YTD-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "EMPLOYEES WITH NO YTD RECORD FOR "
                      WS-QTR-YEAR " : " WS-NO-YTD-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

           MOVE SPACES TO LOG-TEXT.
           IF RETURN-BALANCED
               MOVE "I" TO LOG-SEVERITY
               STRING "QUARTER " WS-QUARTER " RETURN BUILT, "
                      WS-DETAIL-COUNT " EMPLOYEES"
                   DELIMITED BY SIZE INTO LOG-TEXT
           ELSE
               MOVE "E" TO LOG-SEVERITY
               STRING "QUARTER " WS-QUARTER
                      " RETURN OUT OF BALANCE TO GL - HELD"
                   DELIMITED BY SIZE INTO LOG-TEXT
           END-IF.
           CALL "LOGMSG" USING LOG-PARM.
           IF NOT RETURN-BALANCED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EMPLOYER-ID = SPACES
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "RETURN FILE        : " WS-RET-NAME.
           DISPLAY "EMPLOYEES          : " WS-DETAIL-COUNT.
           DISPLAY "QUARTER WAGES      : " WS-QTR-WAGES.
           DISPLAY "QUARTER TAX        : " WS-QTR-TAX.
           DISPLAY "GL TAX             : " WS-QTR-GL-TAX.
       9999-EXIT.
           EXIT.
