       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPAYREV.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * PRE-RELEASE PAYROLL VARIANCE REVIEW. RUNS AFTER EMPPAYRUN
      * AND BEFORE EMPPAYDEP SENDS ANY MONEY.
      *
      * EVERY EMPLOYEE ON THE PAYSLIP FILE IS COMPARED WITH THE
      * LATEST EARLIER SLIP FOR THE SAME EMPLOYEE ON THE PAYSLIP
      * HISTORY (PAYSLARC, THE ARCHIVE EMPSLPARC KEEPS) AND IS
      * FLAGGED WHEN:
      *   F  THERE IS NO EARLIER SLIP AT ALL - A FIRST-TIME PAYEE
      *   N  THE EMPLOYEE WAS NOT PAID LAST PERIOD (THE LATEST
      *      EARLIER SLIP IS OLDER THAN LAST MONTH)
      *   V  GROSS OR NET MOVED BY MORE THAN THE VARIANCE
      *      PERCENTAGE ON EMPPAYREV.PRM (9(02)V99, E.G. 1500 MEANS
      *      15.00 PCT; 10.00 PCT WHEN THE FILE IS ABSENT OR BAD)
      * A FLAGGED EMPLOYEE GOES ON THE PAY HOLD FILE (PAYHOLD,
      * KEYED EMPID + PERIOD) WITH THE FIGURES THAT TRIPPED IT.
      * EMPPAYDEP PAYS NOBODY WHO IS HELD; A PAYROLL SUPERVISOR
      * RELEASES HOLDS THROUGH EMPPAYREL. A RERUN FOR THE SAME
      * PERIOD LEAVES A HOLD ALREADY RELEASED OR PAID ALONE.
      *
      * THE REVIEW REPORT (EMPPAYREV.RPT) LISTS EVERY FLAGGED
      * EMPLOYEE WITH THIS AND LAST PERIOD'S GROSS AND NET. ANY NEW
      * HOLD GIVES RC 4 SO THE SUPERVISOR SEES THE REPORT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT PAYSLIP-FILE ASSIGN "EMPPAYSLP.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SLIP-FILE-STATUS.
        SELECT ARCHIVE-FILE ASSIGN "PAYSLARC"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ARC-FILE-STATUS
                       RECORD KEY PSA-KEY.
        SELECT HOLD-FILE ASSIGN "PAYHOLD"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-HLD-FILE-STATUS
                       RECORD KEY HLD-KEY.
        SELECT PARAM-FILE ASSIGN "EMPPAYREV.PRM"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PRM-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPPAYREV.RPT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

      * THE PAYSLIP LINE AS EMPPAYRUN WRITES IT. THE ITEMIZED
      * DEDUCTION DETAIL LINES UNDER EACH EMPLOYEE START WITH
      * SPACES, SO A NON-NUMERIC EMPID MARKS A LINE TO SKIP.
       FD PAYSLIP-FILE.
       01 PAYSLIP-LINE.
          05 SLIP-EMPID        PIC 9(05).
          05 FILLER            PIC X(02).
          05 SLIP-NAME         PIC X(20).
          05 FILLER            PIC X(02).
          05 SLIP-DEPT         PIC 9(03).
          05 FILLER            PIC X(02).
          05 SLIP-GROSS        PIC 9(06).99.
          05 FILLER            PIC X(02).
          05 SLIP-TAX          PIC 9(06).99.
          05 FILLER            PIC X(02).
          05 SLIP-PENSION      PIC 9(06).99.
          05 FILLER            PIC X(02).
          05 SLIP-HEALTH       PIC 9(06).99.
          05 FILLER            PIC X(02).
          05 SLIP-VOLDED       PIC 9(06).99.
          05 FILLER            PIC X(02).
          05 SLIP-NET          PIC 9(06).99.
       01 PAYSLIP-LINE-X REDEFINES PAYSLIP-LINE.
          05 SLIP-EMPID-X      PIC X(05).
          05 FILLER            PIC X(29).
          05 SLIP-GROSS-WHOLE  PIC 9(06).
          05 FILLER            PIC X(01).
          05 SLIP-GROSS-DEC    PIC 9(02).
          05 FILLER            PIC X(46).
          05 SLIP-NET-WHOLE    PIC 9(06).
          05 FILLER            PIC X(01).
          05 SLIP-NET-DEC      PIC 9(02).

       FD ARCHIVE-FILE
       RECORD 110.
       01 ARCHIVE-REC.
          05 PSA-KEY.
             10 PSA-EMPID      PIC 9(05).
             10 PSA-PERIOD     PIC 9(06).
          05 PSA-SLIP          PIC X(98).
          05 FILLER            PIC X(01).
       01 ARCHIVE-REC-X REDEFINES ARCHIVE-REC.
          05 FILLER            PIC X(45).
          05 PSA-GROSS-WHOLE   PIC 9(06).
          05 FILLER            PIC X(01).
          05 PSA-GROSS-DEC     PIC 9(02).
          05 FILLER            PIC X(46).
          05 PSA-NET-WHOLE     PIC 9(06).
          05 FILLER            PIC X(01).
          05 PSA-NET-DEC       PIC 9(02).
          05 FILLER            PIC X(01).

      * ONE RECORD PER EMPLOYEE HELD IN A PERIOD. STATUS H(ELD) UNTIL
      * EMPPAYREL RELEASES IT (R), THEN P(AID) ONCE EMPPAYDEP HAS
      * PAID IT - BY D(EPOSIT) OR C(HEQUE).
       FD HOLD-FILE
       RECORD 120.
       01 HOLD-REC.
          05 HLD-KEY.
             10 HLD-EMPID      PIC 9(05).
             10 HLD-PERIOD     PIC 9(06).
          05 HLD-NAME          PIC X(20).
          05 HLD-REASON        PIC X(01).
             88 HLD-FIRST-PAY  VALUE "F".
             88 HLD-NOT-PAID-LAST VALUE "N".
             88 HLD-VARIANCE   VALUE "V".
          05 HLD-CHANGE-PCT    PIC 9(04)V99.
          05 HLD-CUR-GROSS     PIC 9(07)V99.
          05 HLD-CUR-NET       PIC 9(07)V99.
          05 HLD-PRV-GROSS     PIC 9(07)V99.
          05 HLD-PRV-NET       PIC 9(07)V99.
          05 HLD-PRV-PERIOD    PIC 9(06).
          05 HLD-STATUS        PIC X(01).
             88 HLD-HELD       VALUE "H".
             88 HLD-RELEASED   VALUE "R".
             88 HLD-PAID       VALUE "P".
          05 HLD-HELD-DATE     PIC 9(08).
          05 HLD-RELEASE-DATE  PIC 9(08).
          05 HLD-RELEASED-BY   PIC X(08).
          05 HLD-PAID-DATE     PIC 9(08).
          05 HLD-PAID-BY       PIC X(01).
          05 FILLER            PIC X(06).

      * REVIEW TUNING: THE VARIANCE PERCENTAGE ABOVE WHICH A MOVE
      * IN GROSS OR NET IS HELD (9(02)V99, E.G. 1000 MEANS 10.00).
       FD PARAM-FILE
       RECORD 4.
       01 PARAM-REC.
          05 PRM-VARIANCE-PCT  PIC 9(02)V99.
       01 PARAM-REC-X REDEFINES PARAM-REC.
          05 PRM-VARIANCE-X    PIC X(04).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-SLIP-FILE-STATUS   PIC X(02) VALUE "00".
             88 SLIP-STATUS-OK     VALUE "00".
          05 WS-SLIP-FILE-END      PIC X(01) VALUE "N".
             88 SLIP-FILE-END      VALUE "Y".
          05 WS-ARC-FILE-STATUS    PIC X(02) VALUE "00".
             88 ARC-STATUS-OK      VALUE "00".
             88 ARC-FILE-NOT-FOUND VALUE "35".
          05 WS-ARC-FILE-END       PIC X(01) VALUE "N".
             88 ARC-FILE-END       VALUE "Y".
          05 WS-ARC-ACTIVE         PIC X(01) VALUE "N".
             88 ARC-ACTIVE         VALUE "Y".
          05 WS-HLD-FILE-STATUS    PIC X(02) VALUE "00".
             88 HLD-STATUS-OK      VALUE "00".
             88 HLD-FILE-NOT-FOUND VALUE "35".
          05 WS-PRM-FILE-STATUS    PIC X(02) VALUE "00".
             88 PRM-STATUS-OK      VALUE "00".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".
          05 WS-PRIOR-FOUND        PIC X(01) VALUE "N".
             88 PRIOR-FOUND        VALUE "Y".
          05 WS-FLAG               PIC X(01) VALUE SPACE.
             88 FLAG-NONE          VALUE SPACE.
             88 FLAG-FIRST-PAY     VALUE "F".
             88 FLAG-NOT-PAID-LAST VALUE "N".
             88 FLAG-VARIANCE      VALUE "V".

       01 WS-COUNTS.
          05 WS-REVIEWED-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-CLEARED-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-FIRST-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-GAP-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-VARIANCE-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-HELD-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-KEPT-COUNT         PIC 9(05) VALUE ZERO.

       01 WS-TOTALS.
          05 WS-HELD-TOTAL         PIC 9(11)V99 VALUE ZERO.

       01 WS-VARIANCE-PCT          PIC 9(02)V99 VALUE 10.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
          05 WS-BUS-YEAR           PIC 9(04).
          05 WS-BUS-MONTH          PIC 9(02).
          05 WS-BUS-DAY            PIC 9(02).
       01 WS-PERIOD                PIC 9(06) VALUE ZERO.
       01 WS-LAST-PERIOD           PIC 9(06) VALUE ZERO.
       01 WS-CUR-GROSS             PIC 9(07)V99 VALUE ZERO.
       01 WS-CUR-NET               PIC 9(07)V99 VALUE ZERO.
       01 WS-PRV-GROSS             PIC 9(07)V99 VALUE ZERO.
       01 WS-PRV-NET               PIC 9(07)V99 VALUE ZERO.
       01 WS-PRV-PERIOD            PIC 9(06) VALUE ZERO.
       01 WS-CUR-AMOUNT            PIC 9(07)V99 VALUE ZERO.
       01 WS-PRV-AMOUNT            PIC 9(07)V99 VALUE ZERO.
       01 WS-CHANGE                PIC 9(07)V99 VALUE ZERO.
       01 WS-CHANGE-PCT            PIC 9(04)V99 VALUE ZERO.
       01 WS-WORST-PCT             PIC 9(04)V99 VALUE ZERO.
       01 WS-FLAG-TEXT             PIC X(20) VALUE SPACES.

       01 WS-PRT-COUNT             PIC ZZZZ9.
       01 WS-PRT-PCT               PIC Z,ZZ9.99.
       01 WS-PRT-AMOUNT-1          PIC ZZZ,ZZ9.99.
       01 WS-PRT-AMOUNT-2          PIC ZZZ,ZZ9.99.
       01 WS-PRT-AMOUNT-3          PIC ZZZ,ZZ9.99.
       01 WS-PRT-AMOUNT-4          PIC ZZZ,ZZ9.99.
       01 WS-PRT-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPPAYRV".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-REVIEW-SLIPS THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-PERIOD.
           IF WS-BUS-MONTH = 1
               COMPUTE WS-LAST-PERIOD =
                   ((WS-BUS-YEAR - 1) * 100) + 12
           ELSE
               COMPUTE WS-LAST-PERIOD = WS-PERIOD - 1
           END-IF.

           PERFORM 1100-READ-PARAMS THRU 1100-EXIT.

           OPEN INPUT PAYSLIP-FILE.
           IF NOT SLIP-STATUS-OK
               DISPLAY "ERROR OPENING PAYSLIP-FILE - "
                       "RUN EMPPAYRUN FIRST"
               DISPLAY "FILE STATUS : " WS-SLIP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * NO HISTORY YET (THE FIRST PERIOD ON THIS SYSTEM) MAKES
      * EVERYONE A FIRST-TIME PAYEE.
           OPEN INPUT ARCHIVE-FILE.
           IF ARC-STATUS-OK
               MOVE "Y" TO WS-ARC-ACTIVE
           ELSE
               IF ARC-FILE-NOT-FOUND
                   DISPLAY "NO PAYSLIP HISTORY - EVERY PAYEE IS NEW"
               ELSE
                   DISPLAY "ERROR OPENING ARCHIVE-FILE"
                   DISPLAY "FILE STATUS : " WS-ARC-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN I-O HOLD-FILE.
           IF HLD-FILE-NOT-FOUND
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           IF NOT HLD-STATUS-OK
               DISPLAY "ERROR OPENING HOLD-FILE"
               DISPLAY "FILE STATUS : " WS-HLD-FILE-STATUS
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

           MOVE WS-VARIANCE-PCT TO WS-PRT-PCT.
           MOVE SPACES TO REPORT-LINE.
           STRING "PAYROLL VARIANCE REVIEW - PERIOD " WS-PERIOD
                  " AGAINST " WS-LAST-PERIOD
                  " - VARIANCE LIMIT " WS-PRT-PCT " PCT"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPID NAME                 FLAG                 "
                  " PRV GROSS  CUR GROSS    PRV NET    CUR NET"
                  "      PCT"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

      * A MISSING OR BAD PARAMETER FILE LEAVES THE BUILT-IN
      * VARIANCE PERCENTAGE IN PLACE.
       1100-READ-PARAMS.
           OPEN INPUT PARAM-FILE.
           IF NOT PRM-STATUS-OK
               GO TO 1100-EXIT
           END-IF.
           READ PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-VARIANCE-X NUMERIC
                           AND PRM-VARIANCE-PCT > ZERO
                       MOVE PRM-VARIANCE-PCT TO WS-VARIANCE-PCT
                   END-IF
           END-READ.
           CLOSE PARAM-FILE.
       1100-EXIT.
           EXIT.

       2000-REVIEW-SLIPS.
           PERFORM UNTIL SLIP-FILE-END
               READ PAYSLIP-FILE
                   AT END
                       MOVE "Y" TO WS-SLIP-FILE-END
                   NOT AT END
                       IF SLIP-EMPID-X NUMERIC
                           PERFORM 2100-REVIEW-ONE-SLIP THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-REVIEW-ONE-SLIP.
           ADD 1 TO WS-REVIEWED-COUNT.
      * THE SLIP FIGURES ARE EDITED FIELDS - REASSEMBLE THEM INTO
      * WORKING AMOUNTS BEFORE ANY ARITHMETIC.
           COMPUTE WS-CUR-GROSS =
               SLIP-GROSS-WHOLE + (SLIP-GROSS-DEC / 100).
           COMPUTE WS-CUR-NET =
               SLIP-NET-WHOLE + (SLIP-NET-DEC / 100).
           MOVE SPACE TO WS-FLAG.
           MOVE ZERO TO WS-WORST-PCT.

           PERFORM 2200-FIND-PRIOR-SLIP THRU 2200-EXIT.
           EVALUATE TRUE
               WHEN NOT PRIOR-FOUND
                   MOVE "F" TO WS-FLAG
                   MOVE "FIRST-TIME PAYEE" TO WS-FLAG-TEXT
                   ADD 1 TO WS-FIRST-COUNT
               WHEN WS-PRV-PERIOD NOT = WS-LAST-PERIOD
                   MOVE "N" TO WS-FLAG
                   MOVE "NOT PAID LAST PERIOD" TO WS-FLAG-TEXT
                   ADD 1 TO WS-GAP-COUNT
               WHEN OTHER
                   MOVE WS-CUR-GROSS TO WS-CUR-AMOUNT
                   MOVE WS-PRV-GROSS TO WS-PRV-AMOUNT
                   PERFORM 2300-PERCENT-CHANGE THRU 2300-EXIT
                   MOVE WS-CUR-NET TO WS-CUR-AMOUNT
                   MOVE WS-PRV-NET TO WS-PRV-AMOUNT
                   PERFORM 2300-PERCENT-CHANGE THRU 2300-EXIT
                   IF WS-WORST-PCT > WS-VARIANCE-PCT
                       MOVE "V" TO WS-FLAG
                       MOVE "VARIANCE OVER LIMIT" TO WS-FLAG-TEXT
                       ADD 1 TO WS-VARIANCE-COUNT
                   END-IF
           END-EVALUATE.

           IF FLAG-NONE
               ADD 1 TO WS-CLEARED-COUNT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2400-HOLD-EMPLOYEE THRU 2400-EXIT.
           PERFORM 2500-WRITE-REVIEW-LINE THRU 2500-EXIT.
       2100-EXIT.
           EXIT.

      * THE LATEST SLIP BEFORE THIS PERIOD: THE EMPLOYEE'S ARCHIVE
      * RECORDS ARE READ FORWARD FROM THE FIRST, KEEPING THE LAST
      * ONE BEFORE THE CURRENT PERIOD. A RERUN AFTER EMPSLPARC HAS
      * ALREADY ARCHIVED THIS PERIOD IGNORES THAT RECORD.
       2200-FIND-PRIOR-SLIP.
           MOVE "N" TO WS-PRIOR-FOUND.
           MOVE ZERO TO WS-PRV-GROSS.
           MOVE ZERO TO WS-PRV-NET.
           MOVE ZERO TO WS-PRV-PERIOD.
           IF NOT ARC-ACTIVE
               GO TO 2200-EXIT
           END-IF.
           MOVE "N" TO WS-ARC-FILE-END.
           MOVE SLIP-EMPID TO PSA-EMPID.
           MOVE ZERO TO PSA-PERIOD.
           START ARCHIVE-FILE KEY >= PSA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ARC-FILE-END
           END-START.
           PERFORM UNTIL ARC-FILE-END
               READ ARCHIVE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-ARC-FILE-END
                   NOT AT END
                       IF PSA-EMPID NOT = SLIP-EMPID
                               OR PSA-PERIOD NOT < WS-PERIOD
                           MOVE "Y" TO WS-ARC-FILE-END
                       ELSE
                           MOVE "Y" TO WS-PRIOR-FOUND
                           MOVE PSA-PERIOD TO WS-PRV-PERIOD
                           COMPUTE WS-PRV-GROSS = PSA-GROSS-WHOLE
                               + (PSA-GROSS-DEC / 100)
                           COMPUTE WS-PRV-NET = PSA-NET-WHOLE
                               + (PSA-NET-DEC / 100)
                       END-IF
               END-READ
           END-PERFORM.
       2200-EXIT.
           EXIT.

      * THE SIZE OF A MOVE EITHER WAY AS A PERCENTAGE OF LAST
      * PERIOD'S FIGURE; THE WORST OF GROSS AND NET IS KEPT. PAY
      * FROM NOTHING LAST PERIOD COUNTS AS THE LARGEST MOVE THERE IS.
       2300-PERCENT-CHANGE.
           IF WS-CUR-AMOUNT NOT < WS-PRV-AMOUNT
               COMPUTE WS-CHANGE = WS-CUR-AMOUNT - WS-PRV-AMOUNT
           ELSE
               COMPUTE WS-CHANGE = WS-PRV-AMOUNT - WS-CUR-AMOUNT
           END-IF.
           IF WS-CHANGE = ZERO
               MOVE ZERO TO WS-CHANGE-PCT
           ELSE
               IF WS-PRV-AMOUNT = ZERO
                   MOVE 9999.99 TO WS-CHANGE-PCT
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-CHANGE * 100) / WS-PRV-AMOUNT
                       ON SIZE ERROR
                           MOVE 9999.99 TO WS-CHANGE-PCT
                   END-COMPUTE
               END-IF
           END-IF.
           IF WS-CHANGE-PCT > WS-WORST-PCT
               MOVE WS-CHANGE-PCT TO WS-WORST-PCT
           END-IF.
       2300-EXIT.
           EXIT.

      * A HOLD ALREADY RELEASED OR PAID FOR THIS PERIOD STANDS - A
      * RERUN MUST NOT TAKE BACK A SUPERVISOR'S RELEASE.
       2400-HOLD-EMPLOYEE.
           MOVE SLIP-EMPID TO HLD-EMPID.
           MOVE WS-PERIOD TO HLD-PERIOD.
           READ HOLD-FILE
               INVALID KEY
                   MOVE SPACES TO HOLD-REC
                   MOVE SLIP-EMPID TO HLD-EMPID
                   MOVE WS-PERIOD TO HLD-PERIOD
                   PERFORM 2450-FILL-HOLD THRU 2450-EXIT
                   WRITE HOLD-REC
               NOT INVALID KEY
                   IF HLD-HELD
                       PERFORM 2450-FILL-HOLD THRU 2450-EXIT
                       REWRITE HOLD-REC
                   ELSE
                       ADD 1 TO WS-KEPT-COUNT
                       MOVE "ALREADY RELEASED" TO WS-FLAG-TEXT
                       GO TO 2400-EXIT
                   END-IF
           END-READ.
           IF NOT HLD-STATUS-OK
               DISPLAY "ERROR WRITING HOLD-FILE FOR EMPID "
                       SLIP-EMPID
               DISPLAY "FILE STATUS : " WS-HLD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-CUR-NET TO WS-HELD-TOTAL.
       2400-EXIT.
           EXIT.

       2450-FILL-HOLD.
           MOVE SLIP-NAME TO HLD-NAME.
           MOVE WS-FLAG TO HLD-REASON.
           MOVE WS-WORST-PCT TO HLD-CHANGE-PCT.
           MOVE WS-CUR-GROSS TO HLD-CUR-GROSS.
           MOVE WS-CUR-NET TO HLD-CUR-NET.
           MOVE WS-PRV-GROSS TO HLD-PRV-GROSS.
           MOVE WS-PRV-NET TO HLD-PRV-NET.
           MOVE WS-PRV-PERIOD TO HLD-PRV-PERIOD.
           MOVE "H" TO HLD-STATUS.
           MOVE WS-BUSINESS-DATE TO HLD-HELD-DATE.
           MOVE ZERO TO HLD-RELEASE-DATE.
           MOVE SPACES TO HLD-RELEASED-BY.
           MOVE ZERO TO HLD-PAID-DATE.
           MOVE SPACE TO HLD-PAID-BY.
       2450-EXIT.
           EXIT.

       2500-WRITE-REVIEW-LINE.
           MOVE WS-PRV-GROSS TO WS-PRT-AMOUNT-1.
           MOVE WS-CUR-GROSS TO WS-PRT-AMOUNT-2.
           MOVE WS-PRV-NET TO WS-PRT-AMOUNT-3.
           MOVE WS-CUR-NET TO WS-PRT-AMOUNT-4.
           MOVE WS-WORST-PCT TO WS-PRT-PCT.
           MOVE SPACES TO REPORT-LINE.
           STRING SLIP-EMPID " " SLIP-NAME " " WS-FLAG-TEXT " "
                  WS-PRT-AMOUNT-1 " " WS-PRT-AMOUNT-2 " "
                  WS-PRT-AMOUNT-3 " " WS-PRT-AMOUNT-4 " " WS-PRT-PCT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       2500-EXIT.
           EXIT.

       9999-CLEANUP.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REVIEWED-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPLOYEES REVIEWED        " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CLEARED-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CLEARED FOR PAYMENT       " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FIRST-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "FIRST-TIME PAYEES         " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GAP-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOT PAID LAST PERIOD      " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-VARIANCE-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "VARIANCE OVER LIMIT       " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-KEPT-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALREADY RELEASED          " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HELD-COUNT TO WS-PRT-COUNT.
           MOVE WS-HELD-TOTAL TO WS-PRT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "HELD FOR RELEASE          " WS-PRT-COUNT
                  "  NET " WS-PRT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE PAYSLIP-FILE.
           IF ARC-ACTIVE
               CLOSE ARCHIVE-FILE
           END-IF.
           CLOSE HOLD-FILE.
           CLOSE REPORT-FILE.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "REVIEWED " WS-REVIEWED-COUNT
                  " HELD " WS-HELD-COUNT
                  " PERIOD " WS-PERIOD
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF RETURN-CODE = ZERO AND WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "EMPLOYEES REVIEWED : " WS-REVIEWED-COUNT.
           DISPLAY "CLEARED            : " WS-CLEARED-COUNT.
           DISPLAY "HELD FOR RELEASE   : " WS-HELD-COUNT.
           DISPLAY "ALREADY RELEASED   : " WS-KEPT-COUNT.
       9999-EXIT.
           EXIT.
