       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRATE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * SITE CURRENCY AND EXCHANGE RATE SERVICE.
      *
      * TWO OF THE OVERSEAS SITES PAY IN LOCAL CURRENCY, SO A SITE'S
      * EMPSALARY FIGURES CANNOT BE ADDED TO ANOTHER SITE'S AS THEY
      * STAND. THIS ROUTINE NAMES THE CURRENCY EACH SITE PAYS IN
      * (SITECUR.DAT) AND THE RATE THAT CONVERTS IT TO THE CORPORATE
      * CURRENCY ON A GIVEN DATE (EXCHRATE.DAT), SO EVERY PROGRAM
      * THAT REPORTS ACROSS SITES CONVERTS THE SAME WAY.
      *
      * SITECUR.DAT  - ONE LINE PER SITE: SITE CODE, CURRENCY CODE,
      *                SITE NAME.
      * EXCHRATE.DAT - "C" LINE: THE CORPORATE CURRENCY CODE (THE
      *                BOOKS ARE KEPT IN USD WHEN THERE IS NONE).
      *                "R" LINES: CURRENCY, EFFECTIVE DATE, AND THE
      *                CORPORATE AMOUNT ONE UNIT OF THAT CURRENCY
      *                BUYS. A RATE STANDS FROM ITS EFFECTIVE DATE
      *                UNTIL A LATER ONE FOR THE SAME CURRENCY.
      * BOTH FILES ARE LOADED ON THE FIRST CALL OF THE RUN.
      *
      * LINKAGE: CALL "FXRATE" USING FX-PARM.
      *   FX-SITE       THE SITE CODE (S1..S4)
      *   FX-DATE       THE YYYYMMDD DATE THE RATE IS WANTED FOR
      *   FX-CURRENCY   RETURNED: THE CURRENCY THE SITE PAYS IN
      *   FX-SITE-NAME  RETURNED: THE SITE NAME
      *   FX-CORP-CCY   RETURNED: THE CORPORATE CURRENCY
      *   FX-RATE       RETURNED: CORPORATE UNITS PER LOCAL UNIT
      *   FX-RATE-DATE  RETURNED: EFFECTIVE DATE OF THE RATE USED
      *   FX-RESULT     "Y" RATE FOUND (1 FOR THE CORPORATE CURRENCY)
      *                 "S" SITE NOT ON SITECUR.DAT - TREATED AS
      *                     PAYING IN THE CORPORATE CURRENCY, RATE 1
      *                 "R" NO RATE EFFECTIVE ON THE DATE - RATE ZERO
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT SITECUR-FILE ASSIGN "SITECUR.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SCR-FILE-STATUS.
        SELECT RATE-FILE ASSIGN "EXCHRATE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RTE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SITECUR-FILE
       RECORD 25.
       01 SITECUR-REC.
          05 SCR-SITE          PIC X(02).
          05 SCR-CURRENCY      PIC X(03).
          05 SCR-NAME          PIC X(20).

       FD RATE-FILE
       RECORD 21.
       01 RATE-REC.
          05 RTE-TYPE          PIC X(01).
             88 RTE-IS-CORP    VALUE "C".
             88 RTE-IS-RATE    VALUE "R".
          05 RTE-CURRENCY      PIC X(03).
          05 RTE-EFF-DATE      PIC 9(08).
          05 RTE-RATE-X        PIC X(09).
          05 RTE-RATE REDEFINES RTE-RATE-X PIC 9(03)V9(06).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-SCR-FILE-STATUS    PIC X(02) VALUE "00".
             88 SCR-STATUS-OK      VALUE "00".
          05 WS-SCR-FILE-END       PIC X(01) VALUE "N".
             88 SCR-FILE-END       VALUE "Y".
          05 WS-RTE-FILE-STATUS    PIC X(02) VALUE "00".
             88 RTE-STATUS-OK      VALUE "00".
          05 WS-RTE-FILE-END       PIC X(01) VALUE "N".
             88 RTE-FILE-END       VALUE "Y".
          05 WS-LOADED             PIC X(01) VALUE "N".
             88 TABLES-LOADED      VALUE "Y".

       01 WS-CORP-CCY              PIC X(03) VALUE "USD".

       01 WS-SITE-COUNT            PIC 9(02) VALUE ZERO.
       01 WS-SITE-TABLE.
          05 WS-SITE-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-SITE-COUNT.
             10 WS-ST-SITE         PIC X(02).
             10 WS-ST-CURRENCY     PIC X(03).
             10 WS-ST-NAME         PIC X(20).
       01 WS-SITE-SUB              PIC 9(02).

       01 WS-RATE-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-RATE-COUNT.
             10 WS-RT-CURRENCY     PIC X(03).
             10 WS-RT-EFF-DATE     PIC 9(08).
             10 WS-RT-RATE         PIC 9(03)V9(06).
       01 WS-RATE-SUB              PIC 9(03).

       LINKAGE SECTION.
       01 FX-PARM.
          05 FX-SITE           PIC X(02).
          05 FX-DATE           PIC 9(08).
          05 FX-CURRENCY       PIC X(03).
          05 FX-SITE-NAME      PIC X(20).
          05 FX-CORP-CCY       PIC X(03).
          05 FX-RATE           PIC 9(03)V9(06).
          05 FX-RATE-DATE      PIC 9(08).
          05 FX-RESULT         PIC X(01).

       PROCEDURE DIVISION USING FX-PARM.
       MAINLINE.
           IF NOT TABLES-LOADED
               PERFORM 1000-LOAD-SITES THRU 1000-EXIT
               PERFORM 1100-LOAD-RATES THRU 1100-EXIT
               MOVE "Y" TO WS-LOADED
           END-IF.

           MOVE WS-CORP-CCY TO FX-CORP-CCY.
           MOVE "Y" TO FX-RESULT.
           MOVE WS-CORP-CCY TO FX-CURRENCY.
           MOVE SPACES TO FX-SITE-NAME.
           MOVE ZERO TO FX-RATE-DATE.
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL WS-SITE-SUB > WS-SITE-COUNT
               IF WS-ST-SITE (WS-SITE-SUB) = FX-SITE
                   MOVE WS-ST-CURRENCY (WS-SITE-SUB) TO FX-CURRENCY
                   MOVE WS-ST-NAME (WS-SITE-SUB) TO FX-SITE-NAME
                   GO TO 0100-HAVE-SITE
               END-IF
           END-PERFORM.
           MOVE "S" TO FX-RESULT.

       0100-HAVE-SITE.
           IF FX-CURRENCY = WS-CORP-CCY
               MOVE 1 TO FX-RATE
               GOBACK
           END-IF.

      * THE LATEST RATE FOR THE CURRENCY EFFECTIVE ON OR BEFORE THE
      * DATE ASKED FOR.
           MOVE ZERO TO FX-RATE.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RT-CURRENCY (WS-RATE-SUB) = FX-CURRENCY
                       AND WS-RT-EFF-DATE (WS-RATE-SUB) NOT > FX-DATE
                       AND WS-RT-EFF-DATE (WS-RATE-SUB)
                           NOT < FX-RATE-DATE
                   MOVE WS-RT-RATE (WS-RATE-SUB) TO FX-RATE
                   MOVE WS-RT-EFF-DATE (WS-RATE-SUB) TO FX-RATE-DATE
               END-IF
           END-PERFORM.
           IF FX-RATE = ZERO
               MOVE "R" TO FX-RESULT
           END-IF.
           GOBACK.

      * A MISSING SITE FILE MEANS EVERY SITE PAYS IN THE CORPORATE
      * CURRENCY, AS THEY ALL DID BEFORE THE OVERSEAS SITES CAME IN.
       1000-LOAD-SITES.
           OPEN INPUT SITECUR-FILE.
           IF NOT SCR-STATUS-OK
               DISPLAY "FXRATE: NO SITE CURRENCY FILE - ALL SITES "
                       "IN CORPORATE CURRENCY"
               GO TO 1000-EXIT
           END-IF.
           PERFORM UNTIL SCR-FILE-END
               READ SITECUR-FILE
                   AT END
                       MOVE "Y" TO WS-SCR-FILE-END
                   NOT AT END
                       IF WS-SITE-COUNT < 20
                           ADD 1 TO WS-SITE-COUNT
                           MOVE SCR-SITE TO
                               WS-ST-SITE (WS-SITE-COUNT)
                           MOVE SCR-CURRENCY TO
                               WS-ST-CURRENCY (WS-SITE-COUNT)
                           MOVE SCR-NAME TO
                               WS-ST-NAME (WS-SITE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SITECUR-FILE.
       1000-EXIT.
           EXIT.

      * A RATE LINE THAT IS NOT NUMERIC IS SKIPPED AND REPORTED -
      * IT MUST NOT CONVERT A WHOLE SITE AT A GARBAGE RATE.
       1100-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           IF NOT RTE-STATUS-OK
               DISPLAY "FXRATE: NO EXCHANGE RATE FILE"
               GO TO 1100-EXIT
           END-IF.
           PERFORM UNTIL RTE-FILE-END
               READ RATE-FILE
                   AT END
                       MOVE "Y" TO WS-RTE-FILE-END
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RTE-IS-CORP
                               MOVE RTE-CURRENCY TO WS-CORP-CCY
                           WHEN RTE-IS-RATE
                               PERFORM 1150-TAKE-RATE THRU 1150-EXIT
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
       1100-EXIT.
           EXIT.

       1150-TAKE-RATE.
           IF RTE-EFF-DATE NOT NUMERIC OR RTE-RATE-X NOT NUMERIC
               DISPLAY "FXRATE: BAD RATE LINE SKIPPED - " RATE-REC
               GO TO 1150-EXIT
           END-IF.
           IF WS-RATE-COUNT < 500
               ADD 1 TO WS-RATE-COUNT
               MOVE RTE-CURRENCY TO WS-RT-CURRENCY (WS-RATE-COUNT)
               MOVE RTE-EFF-DATE TO WS-RT-EFF-DATE (WS-RATE-COUNT)
               MOVE RTE-RATE TO WS-RT-RATE (WS-RATE-COUNT)
           END-IF.
       1150-EXIT.
           EXIT.
