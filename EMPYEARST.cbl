      * WITH NO ARGUMENT THE YEAR BEFORE THE CURRENT BUSINESS DATE
      * IS STATED, SINCE THE YEAR-END RUN NORMALLY HAPPENS IN
      * JANUARY FOR THE YEAR JUST CLOSED.
      *
      * THE RUN ENDS WITH A YEAR TOTALS PAGE AND WRITES THE SAME
      * TOTALS (STATEMENT COUNT, GROSS, TAX, PENSION) TO THE CONTROL
      * FILE EMPYEARST.CTL, WHICH EMPYEWAGE PROVES THE ELECTRONIC
      * WAGE FILING AGAINST BEFORE IT IS RELEASED.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        SELECT STMT-FILE ASSIGN "EMPYEARST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-STM-FILE-STATUS.
        SELECT CTL-FILE ASSIGN "EMPYEARST.CTL"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD STMT-FILE.
       01 STMT-LINE            PIC X(80).

       FD CTL-FILE
       RECORD 60.
       01 CTL-REC.
          05 CTL-YEAR          PIC 9(04).
          05 CTL-COUNT         PIC 9(05).
          05 CTL-GROSS         PIC 9(11)V99.
          05 CTL-TAX           PIC 9(11)V99.
          05 CTL-PENSION       PIC 9(11)V99.
          05 CTL-RUN-DATE      PIC 9(08).
          05 FILLER            PIC X(04).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-YTD-FILE-STATUS    PIC X(02) VALUE "00".
             88 YTD-FILE-END       VALUE "Y".
          05 WS-STM-FILE-STATUS    PIC X(02) VALUE "00".
             88 STM-STATUS-OK      VALUE "00".
          05 WS-CTL-FILE-STATUS    PIC X(02) VALUE "00".
             88 CTL-STATUS-OK      VALUE "00".
          05 WS-CTL-NOT-WRITTEN    PIC X(01) VALUE "N".
             88 CTL-NOT-WRITTEN    VALUE "Y".

       01 WS-STMT-YEAR             PIC 9(04) VALUE ZERO.
       01 WS-STMT-COUNT            PIC 9(05) VALUE ZERO.
       01 WS-TOTALS.
          05 WS-TOTAL-GROSS        PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-TAX          PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-PENSION      PIC 9(11)V99 VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
          05 WS-BUS-YEAR           PIC 9(04).
          05 WS-BUS-DAY            PIC 9(02).

       01 WS-PRINT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRINT-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPYEARS".
          05 LOG-SEVERITY          PIC X(01).
               GOBACK
           END-IF.

           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-STMT-YEAR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-STMT-YEAR
           END-ACCEPT.
           IF WS-STMT-YEAR = ZERO
               COMPUTE WS-STMT-YEAR = WS-BUS-YEAR - 1
           END-IF.
           DISPLAY "ANNUAL STATEMENTS FOR YEAR " WS-STMT-YEAR.
           END-IF.
           PERFORM 2200-WRITE-STATEMENT THRU 2200-EXIT.
           ADD 1 TO WS-STMT-COUNT.
           ADD YTD-GROSS TO WS-TOTAL-GROSS.
           ADD YTD-TAX TO WS-TOTAL-TAX.
           ADD YTD-PENSION TO WS-TOTAL-PENSION.
       2100-EXIT.
           EXIT.

       2200-EXIT.
           EXIT.

      * THE YEAR TOTALS PAGE, AND THE SAME FIGURES ON THE CONTROL
      * FILE FOR THE ELECTRONIC FILING TO BE PROVED AGAINST.
       3000-WRITE-YEAR-TOTALS.
           MOVE SPACES TO STMT-LINE.
           STRING "YEAR TOTALS FOR " WS-STMT-YEAR
               DELIMITED BY SIZE INTO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO STMT-LINE.
           STRING "  STATEMENTS            " WS-STMT-COUNT
               DELIMITED BY SIZE INTO STMT-LINE.
           WRITE STMT-LINE.
           MOVE WS-TOTAL-GROSS TO WS-PRINT-TOTAL.
           MOVE SPACES TO STMT-LINE.
           STRING "  GROSS EARNINGS     " WS-PRINT-TOTAL
               DELIMITED BY SIZE INTO STMT-LINE.
           WRITE STMT-LINE.
           MOVE WS-TOTAL-TAX TO WS-PRINT-TOTAL.
           MOVE SPACES TO STMT-LINE.
           STRING "  TAX WITHHELD       " WS-PRINT-TOTAL
               DELIMITED BY SIZE INTO STMT-LINE.
           WRITE STMT-LINE.
           MOVE WS-TOTAL-PENSION TO WS-PRINT-TOTAL.
           MOVE SPACES TO STMT-LINE.
           STRING "  PENSION            " WS-PRINT-TOTAL
               DELIMITED BY SIZE INTO STMT-LINE.
           WRITE STMT-LINE.

           OPEN OUTPUT CTL-FILE.
           IF NOT CTL-STATUS-OK
               DISPLAY "CANNOT WRITE YEAR-END CONTROL FILE, STATUS "
                       WS-CTL-FILE-STATUS
               MOVE "Y" TO WS-CTL-NOT-WRITTEN
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO CTL-REC.
           MOVE WS-STMT-YEAR TO CTL-YEAR.
           MOVE WS-STMT-COUNT TO CTL-COUNT.
           MOVE WS-TOTAL-GROSS TO CTL-GROSS.
           MOVE WS-TOTAL-TAX TO CTL-TAX.
           MOVE WS-TOTAL-PENSION TO CTL-PENSION.
           MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
           WRITE CTL-REC.
           CLOSE CTL-FILE.
       3000-EXIT.
           EXIT.

       9999-CLEANUP.
           PERFORM 3000-WRITE-YEAR-TOTALS THRU 3000-EXIT.
           CLOSE YTD-FILE.
           CLOSE STMT-FILE.
           MOVE "I" TO LOG-SEVERITY.
                  " FOR YEAR " WS-STMT-YEAR
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF CTL-NOT-WRITTEN
               MOVE "W" TO LOG-SEVERITY
               MOVE "YEAR-END CONTROL FILE EMPYEARST.CTL NOT WRITTEN"
                   TO LOG-TEXT
               CALL "LOGMSG" USING LOG-PARM
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "STATEMENTS PRINTED : " WS-STMT-COUNT.

      * SET LAST - THE LOGMSG CALLS ABOVE RESET RETURN-CODE.
           IF CTL-NOT-WRITTEN
               MOVE 4 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
