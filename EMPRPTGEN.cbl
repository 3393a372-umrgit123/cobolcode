       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRPTGEN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * DEFINITION-DRIVEN REPORT WRITER OVER EMPSELECT EXTRACTS.
      *
      * EMPSELECT DECIDES WHICH EMPLOYEES; THIS PROGRAM DECIDES HOW
      * THEY ARE LAID OUT. IT READS THE EXTRACT (EMPSELECT.DAT) AND
      * A REPORT DEFINITION FILE (FIRST ARGUMENT, DEFAULT
      * EMPRPTGEN.DEF) AND PRINTS A PAGINATED REPORT IN THE MANNER
      * OF MAINPROG'S - PAGE HEADINGS, COLUMN HEADINGS, CONTROL-
      * BREAK FOOTINGS AND A REPORT TOTAL - SO A NEW LAYOUT IS A
      * DEFINITION FILE, NOT A NEW PROGRAM OR A SPREADSHEET.
      *
      * DEFINITION KEYWORDS, ONE KEYWORD=VALUE PER LINE AS ON
      * EMPSELECT.PRM:
      *   TITLE=TEXT            PAGE HEADING (UP TO 50 CHARACTERS)
      *   PAGELEN=NN            LINES PER PAGE, 20-99 (DEFAULT 60)
      *   OUTPUT=FILE NAME      DEFAULT EMPRPTGEN.RPT
      *   COLUMN=FIELD          A COLUMN, LEFT TO RIGHT (UP TO 12)
      *   SORT=FIELD[,D]        A SORT KEY, MAJOR FIRST (UP TO 5),
      *                         ,D FOR DESCENDING
      *   BREAK=FIELD[,CSA]     A CONTROL BREAK, MAJOR FIRST (UP TO
      *                         3), FOOTED WITH ANY OF C (COUNT),
      *                         S (SALARY SUM), A (SALARY AVERAGE) -
      *                         ALL THREE WHEN NONE ARE GIVEN
      * FIELDS: EMPID DEPT NAME SALARY GRADE DESIGNATION HIREDATE
      * TERMDATE STATUS STATUSDATE, AND DEPTNAME AND DIVISION LOOKED
      * UP FROM DEPTFILE. THE BREAK FIELDS ARE THE LEADING SORT
      * KEYS, SO EVERY GROUP COMES OUT TOGETHER; THE SORT KEYS
      * THEN ORDER THE RECORDS WITHIN THEM. AN UNKNOWN FIELD OR A
      * REPORT TOO WIDE FOR THE 132-COLUMN PAGE REFUSES THE RUN.
      *
      * SALARIES FOLLOW THE SAME OPERAUTH.DAT LEVELS AS SALHINQ: THE
      * OPERATOR MUST BE ON THE FILE; M MASKS THE SALARY COLUMN AND
      * THE SALARY SUMS AND AVERAGES, AND A DEFINITION THAT SORTS OR
      * BREAKS ON SALARY IS REFUSED - THE ORDER OF THE ROWS WOULD
      * GIVE THE RANKING AWAY; D LISTS ONLY THE OPERATOR'S
      * OWN DEPARTMENT. EVERY EMPLOYEE WHOSE SALARY IS PRINTED GOES
      * TO THE ACCESS LOG THROUGH ACCLOG.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT EXTRACT-FILE ASSIGN "EMPSELECT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-EXT-FILE-STATUS.
        SELECT DEFN-FILE ASSIGN TO DYNAMIC WS-DEFN-NAME
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-DEF-FILE-STATUS.
        SELECT DEPT-FILE ASSIGN "DEPTFILE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-DEPT-FILE-STATUS
                       RECORD KEY DEPT-NO.
        SELECT AUTH-FILE ASSIGN "OPERAUTH.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-AUT-FILE-STATUS.
        SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PRT-FILE-STATUS.
        SELECT SORT-WORK-FILE ASSIGN "EMPRPTGEN.WRK".
       DATA DIVISION.
       FILE SECTION.

       FD EXTRACT-FILE
       RECORD 90.
       01 EXTRACT-REC          PIC X(90).

       FD DEFN-FILE
       RECORD 60.
       01 DEFN-REC             PIC X(60).

       FD DEPT-FILE
       RECORD 80.
       01 DEPTREC.
          05 DEPT-NO           PIC 9(03).
          05 DEPT-NAME         PIC X(20).
          05 DEPT-MANAGER      PIC X(20).
          05 DEPT-DIVISION     PIC 9(02).
          05 FILLER            PIC X(35).

       FD AUTH-FILE
       RECORD 16.
       01 AUTH-REC.
          05 AUT-OPERATOR      PIC X(08).
          05 AUT-ALLOW-DELETE  PIC X(01).
          05 AUT-ALLOW-LARGE   PIC X(01).
          05 AUT-ACCESS        PIC X(01).
          05 AUT-DEPT          PIC 9(03).
          05 AUT-ER-ACCESS     PIC X(01).
          05 AUT-EEO-ACCESS    PIC X(01).

       FD PRINT-FILE.
       01 PRINT-LINE           PIC X(132).

       SD SORT-WORK-FILE.
       01 SORT-REC.
          05 SRT-KEYS.
             10 SRT-KEY-1      PIC X(20).
             10 SRT-KEY-2      PIC X(20).
             10 SRT-KEY-3      PIC X(20).
             10 SRT-KEY-4      PIC X(20).
             10 SRT-KEY-5      PIC X(20).
             10 SRT-KEY-6      PIC X(20).
             10 SRT-KEY-7      PIC X(20).
             10 SRT-KEY-8      PIC X(20).
          05 SRT-KEY-TABLE REDEFINES SRT-KEYS.
             10 SRT-KEY        PIC X(20) OCCURS 8 TIMES.
          05 SRT-EMP-IMAGE     PIC X(90).
          05 SRT-DEPT-NAME     PIC X(20).
          05 SRT-DIVISION      PIC 9(02).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EXT-FILE-STATUS    PIC X(02) VALUE "00".
             88 EXT-STATUS-OK      VALUE "00".
          05 WS-EXT-FILE-END       PIC X(01) VALUE "N".
             88 EXT-FILE-END       VALUE "Y".
          05 WS-DEF-FILE-STATUS    PIC X(02) VALUE "00".
             88 DEF-STATUS-OK      VALUE "00".
          05 WS-DEF-FILE-END       PIC X(01) VALUE "N".
             88 DEF-FILE-END       VALUE "Y".
          05 WS-DEPT-FILE-STATUS   PIC X(02) VALUE "00".
             88 DEPT-STATUS-OK     VALUE "00".
          05 WS-AUT-FILE-STATUS    PIC X(02) VALUE "00".
             88 AUT-STATUS-OK      VALUE "00".
          05 WS-AUT-FILE-END       PIC X(01) VALUE "N".
             88 AUT-FILE-END       VALUE "Y".
          05 WS-PRT-FILE-STATUS    PIC X(02) VALUE "00".
             88 PRT-STATUS-OK      VALUE "00".
          05 WS-SORT-FILE-END      PIC X(01) VALUE "N".
             88 SORT-FILE-END      VALUE "Y".
          05 WS-DEPT-AVAILABLE     PIC X(01) VALUE "N".
             88 DEPT-AVAILABLE     VALUE "Y".
          05 WS-DEFN-BAD           PIC X(01) VALUE "N".
             88 DEFN-BAD           VALUE "Y".
          05 WS-FIRST-ROW          PIC X(01) VALUE "Y".
             88 FIRST-ROW          VALUE "Y".
          05 WS-SALARY-SHOWN       PIC X(01) VALUE "N".
             88 SALARY-SHOWN       VALUE "Y".

       01 WS-DEFN-NAME             PIC X(40) VALUE "EMPRPTGEN.DEF".
       01 WS-PRINT-NAME            PIC X(40) VALUE "EMPRPTGEN.RPT".
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.

      * SIGN-ON, AS SALHINQ.
       01 WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
       01 WS-OPER-FOUND            PIC X(01) VALUE "N".
          88 OPER-FOUND            VALUE "Y".
       01 WS-OPER-ACCESS           PIC X(01) VALUE "F".
          88 ACCESS-FULL           VALUE "F".
          88 ACCESS-MASKED         VALUE "M".
          88 ACCESS-OWN-DEPT       VALUE "D".
       01 WS-OPER-DEPT             PIC 9(03) VALUE ZERO.
       01 ACC-PARM.
          05 ACC-PROGRAM           PIC X(08) VALUE "EMPRPTGN".
          05 ACC-OPERATOR          PIC X(08).
          05 ACC-EMPID             PIC 9(05).

      * THE EXTRACT RECORD BEING WORKED ON.
       01 EMPREC.
          05 EMPID             PIC 9(05).
          05 EMPDEPT           PIC 9(03).
          05 EMPNAME           PIC X(20).
          05 EMPSALARY         PIC 9(06)V99.
          05 EMPSALARY-X REDEFINES EMPSALARY PIC X(08).
          05 EMPGRADE          PIC X(02).
          05 EMPDESIGNATION    PIC X(20).
          05 EMP-HIRE-DATE     PIC X(08).
          05 EMP-TERM-DATE     PIC X(08).
          05 EMP-STATUS        PIC X(01).
          05 EMP-STATUS-DATE   PIC X(08).
          05 FILLER            PIC X(07).
       01 WS-REC-DEPT-NAME         PIC X(20).
       01 WS-REC-DIVISION          PIC 9(02).

      * THE FIELDS A DEFINITION MAY NAME: NAME, PRINT WIDTH AND
      * COLUMN HEADING.
       01 WS-FIELD-CATALOGUE.
          05 FILLER PIC X(25) VALUE "EMPID      05EMPID".
          05 FILLER PIC X(25) VALUE "DEPT       04DEPT".
          05 FILLER PIC X(25) VALUE "NAME       20NAME".
          05 FILLER PIC X(25) VALUE "SALARY     10    SALARY".
          05 FILLER PIC X(25) VALUE "GRADE      05GRADE".
          05 FILLER PIC X(25) VALUE "DESIGNATION20DESIGNATION".
          05 FILLER PIC X(25) VALUE "HIREDATE   10HIRED".
          05 FILLER PIC X(25) VALUE "TERMDATE   10LEFT".
          05 FILLER PIC X(25) VALUE "STATUS     06STATUS".
          05 FILLER PIC X(25) VALUE "STATUSDATE 10STATUS ON".
          05 FILLER PIC X(25) VALUE "DEPTNAME   20DEPARTMENT".
          05 FILLER PIC X(25) VALUE "DIVISION   08DIVISION".
       01 WS-FIELD-TABLE REDEFINES WS-FIELD-CATALOGUE.
          05 WS-FIELD-ENTRY OCCURS 12 TIMES.
             10 WS-FC-NAME         PIC X(11).
             10 WS-FC-WIDTH        PIC 9(02).
             10 WS-FC-HEADING      PIC X(12).
       01 WS-FIELD-MAX             PIC 9(02) VALUE 12.
       01 WS-SALARY-FIELD          PIC 9(02) VALUE 4.
       01 WS-FC-SUB                PIC 9(02).

      * THE DEFINITION AS LOADED.
       01 WS-TITLE                 PIC X(50) VALUE
           "EMPLOYEE REPORT".
       01 WS-PAGE-LEN              PIC 9(02) VALUE 60.
       01 WS-COL-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-COL-TABLE.
          05 WS-COL-ENTRY OCCURS 12 TIMES.
             10 WS-COL-FIELD       PIC 9(02).
             10 WS-COL-POS         PIC 9(03).
       01 WS-COL-SUB               PIC 9(02).
       01 WS-NEXT-POS              PIC 9(03) VALUE 1.
       01 WS-SORT-COUNT            PIC 9(02) VALUE ZERO.
       01 WS-SORT-TABLE.
          05 WS-SORT-ENTRY OCCURS 5 TIMES.
             10 WS-SORT-FIELD      PIC 9(02).
             10 WS-SORT-DESC       PIC X(01).
       01 WS-BRK-COUNT             PIC 9(01) VALUE ZERO.
       01 WS-BRK-TABLE.
          05 WS-BRK-ENTRY OCCURS 3 TIMES.
             10 WS-BRK-FIELD       PIC 9(02).
             10 WS-BRK-STATS       PIC X(03).
             10 WS-BRK-PREV-KEY    PIC X(20).
             10 WS-BRK-PREV-PRINT  PIC X(20).
             10 WS-BRK-ROWS        PIC 9(07).
             10 WS-BRK-SUM         PIC 9(11)V99.
       01 WS-BRK-SUB               PIC 9(01).
       01 WS-BRK-LEVEL             PIC 9(01).

      * THE SORT KEYS ACTUALLY USED: THE BREAKS, THEN THE SORTS.
       01 WS-KEY-COUNT             PIC 9(01) VALUE ZERO.
       01 WS-KEY-TABLE.
          05 WS-KEY-ENTRY OCCURS 8 TIMES.
             10 WS-KEY-FIELD       PIC 9(02).
             10 WS-KEY-DESC        PIC X(01).
       01 WS-KEY-SUB               PIC 9(01).
       01 WS-KEY-FOUND             PIC X(01).

       01 WS-KEYWORD               PIC X(10).
       01 WS-VALUE                 PIC X(50).
       01 WS-VALUE-FIELD           PIC X(11).
       01 WS-VALUE-OPTION          PIC X(03).
       01 WS-FOUND-FIELD           PIC 9(02).

      * A DESCENDING KEY IS TURNED ROUND CHARACTER BY CHARACTER SO
      * THE ONE ASCENDING SORT PUTS IT IN DESCENDING ORDER. SPACE
      * BECOMES THE HIGHEST CHARACTER, SO A SHORTER VALUE STILL
      * FOLLOWS A LONGER ONE IT IS THE START OF.
       01 WS-ASCENDING-CHARS       PIC X(37) VALUE
           " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-DESCENDING-CHARS      PIC X(37) VALUE
           "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 ".

      * ONE FIELD OF THE CURRENT RECORD: ITS SORTING FORM AND ITS
      * PRINTED FORM.
       01 WS-FLD-NO                PIC 9(02).
       01 WS-FLD-KEY               PIC X(20).
       01 WS-FLD-PRINT             PIC X(20).
       01 WS-PRT-SALARY            PIC ZZZ,ZZ9.99.
       01 WS-PRT-DATE.
          05 WS-PRT-YYYY           PIC X(04).
          05 FILLER                PIC X(01) VALUE "-".
          05 WS-PRT-MM             PIC X(02).
          05 FILLER                PIC X(01) VALUE "-".
          05 WS-PRT-DD             PIC X(02).

      * PAGINATION AND TOTALS.
       01 WS-PAGE-NO               PIC 9(04) VALUE ZERO.
       01 WS-PRT-PAGE              PIC ZZZ9.
       01 WS-LINE-COUNT            PIC 9(03) VALUE 999.
       01 WS-ROW-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-GRAND-SUM             PIC 9(11)V99 VALUE ZERO.
       01 WS-FOOT-ROWS             PIC 9(07).
       01 WS-FOOT-SUM              PIC 9(11)V99.
       01 WS-FOOT-AVG              PIC 9(09)V99.
       01 WS-FOOT-STATS            PIC X(03).
       01 WS-FOOT-LABEL            PIC X(40).
       01 WS-PRT-COUNT             PIC Z,ZZZ,ZZ9.
       01 WS-PRT-SUM               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-AVG               PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-FOOT-POS              PIC 9(03).
       01 WS-COUNTS.
          05 WS-READ-COUNT         PIC 9(07) VALUE ZERO.
          05 WS-DROPPED-COUNT      PIC 9(07) VALUE ZERO.

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPRPTGN".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-KEY-1 SRT-KEY-2 SRT-KEY-3
                                SRT-KEY-4 SRT-KEY-5 SRT-KEY-6
                                SRT-KEY-7 SRT-KEY-8
               INPUT PROCEDURE IS 2000-FEED-SORT THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-REPORT THRU 3000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
      * SIGN-ON: THE OPERATOR MUST BE ON THE AUTHORIZATION TABLE.
           PERFORM WITH TEST AFTER
                   UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-PERFORM.
           PERFORM 1100-CHECK-OPERATOR THRU 1100-EXIT.
           IF NOT OPER-FOUND
               DISPLAY "OPERATOR NOT AUTHORIZED - REPORT REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-OPERATOR-ID TO ACC-OPERATOR.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-DEFN-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE "EMPRPTGEN.DEF" TO WS-DEFN-NAME
           END-ACCEPT.
           IF WS-DEFN-NAME = SPACES
               MOVE "EMPRPTGEN.DEF" TO WS-DEFN-NAME
           END-IF.
           PERFORM 1200-LOAD-DEFINITION THRU 1200-EXIT.
           IF DEFN-BAD
               DISPLAY "REPORT DEFINITION " WS-DEFN-NAME
                       " IS NOT USABLE - RUN REFUSED"
               MOVE "E" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               STRING "DEFINITION REFUSED " WS-DEFN-NAME
                   DELIMITED BY SIZE INTO LOG-TEXT
               CALL "LOGMSG" USING LOG-PARM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1400-BUILD-SORT-KEYS THRU 1400-EXIT.

           CALL "GETBDATE" USING WS-BUSINESS-DATE.

           OPEN INPUT EXTRACT-FILE.
           IF NOT EXT-STATUS-OK
               DISPLAY "NO EXTRACT EMPSELECT.DAT - RUN EMPSELECT FIRST"
               DISPLAY "FILE STATUS : " WS-EXT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT DEPT-FILE.
           IF DEPT-STATUS-OK
               MOVE "Y" TO WS-DEPT-AVAILABLE
           ELSE
               DISPLAY "DEPTFILE NOT AVAILABLE - DEPARTMENT NAMES "
                       "AND DIVISIONS NOT SHOWN"
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           IF NOT PRT-STATUS-OK
               DISPLAY "ERROR OPENING PRINT-FILE " WS-PRINT-NAME
               DISPLAY "FILE STATUS : " WS-PRT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

       1100-CHECK-OPERATOR.
           OPEN INPUT AUTH-FILE.
           IF NOT AUT-STATUS-OK
               DISPLAY "NO OPERATOR AUTHORIZATION FILE - "
                       "REPORT REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL AUT-FILE-END
               READ AUTH-FILE
                   AT END
                       MOVE "Y" TO WS-AUT-FILE-END
                   NOT AT END
                       IF AUT-OPERATOR = WS-OPERATOR-ID
                           MOVE "Y" TO WS-OPER-FOUND
                           MOVE AUT-ACCESS TO WS-OPER-ACCESS
                           MOVE AUT-DEPT TO WS-OPER-DEPT
                           MOVE "Y" TO WS-AUT-FILE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.
           IF WS-OPER-ACCESS NOT = "F"
                   AND WS-OPER-ACCESS NOT = "M"
                   AND WS-OPER-ACCESS NOT = "D"
               MOVE "F" TO WS-OPER-ACCESS
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-DEFINITION.
           OPEN INPUT DEFN-FILE.
           IF NOT DEF-STATUS-OK
               DISPLAY "NO REPORT DEFINITION FILE " WS-DEFN-NAME
               MOVE "Y" TO WS-DEFN-BAD
               GO TO 1200-EXIT
           END-IF.
           PERFORM UNTIL DEF-FILE-END
               READ DEFN-FILE
                   AT END
                       MOVE "Y" TO WS-DEF-FILE-END
                   NOT AT END
                       IF DEFN-REC NOT = SPACES
                           PERFORM 1300-PARSE-ONE THRU 1300-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEFN-FILE.
           IF WS-COL-COUNT = ZERO
               DISPLAY "THE DEFINITION HAS NO COLUMN= LINES"
               MOVE "Y" TO WS-DEFN-BAD
           END-IF.
       1200-EXIT.
           EXIT.

       1300-PARSE-ONE.
           MOVE SPACES TO WS-KEYWORD.
           MOVE SPACES TO WS-VALUE.
           UNSTRING DEFN-REC DELIMITED BY "="
               INTO WS-KEYWORD WS-VALUE.
           MOVE SPACES TO WS-VALUE-FIELD.
           MOVE SPACES TO WS-VALUE-OPTION.
           UNSTRING WS-VALUE DELIMITED BY ","
               INTO WS-VALUE-FIELD WS-VALUE-OPTION.

           EVALUATE WS-KEYWORD
               WHEN "TITLE"
                   MOVE WS-VALUE TO WS-TITLE
               WHEN "OUTPUT"
                   IF WS-VALUE NOT = SPACES
                       MOVE WS-VALUE TO WS-PRINT-NAME
                   END-IF
               WHEN "PAGELEN"
                   IF WS-VALUE (1:2) NOT NUMERIC
                           OR WS-VALUE (3:1) NOT = SPACE
                           OR WS-VALUE (1:2) < "20"
                       DISPLAY "PAGELEN MUST BE 20-99: " DEFN-REC
                       MOVE "Y" TO WS-DEFN-BAD
                   ELSE
                       MOVE WS-VALUE (1:2) TO WS-PAGE-LEN
                   END-IF
               WHEN "COLUMN"
                   PERFORM 1310-ADD-COLUMN THRU 1310-EXIT
               WHEN "SORT"
                   PERFORM 1320-ADD-SORT THRU 1320-EXIT
               WHEN "BREAK"
                   PERFORM 1330-ADD-BREAK THRU 1330-EXIT
               WHEN OTHER
                   DISPLAY "UNKNOWN KEYWORD IGNORED: " DEFN-REC
           END-EVALUATE.
       1300-EXIT.
           EXIT.

       1310-ADD-COLUMN.
           PERFORM 1350-FIND-FIELD THRU 1350-EXIT.
           IF WS-FOUND-FIELD = ZERO
               GO TO 1310-EXIT
           END-IF.
           IF WS-COL-COUNT >= 12
               DISPLAY "MORE THAN 12 COLUMNS: " DEFN-REC
               MOVE "Y" TO WS-DEFN-BAD
               GO TO 1310-EXIT
           END-IF.
           IF WS-NEXT-POS + WS-FC-WIDTH (WS-FOUND-FIELD) - 1 > 132
               DISPLAY "REPORT WIDER THAN 132 COLUMNS AT: " DEFN-REC
               MOVE "Y" TO WS-DEFN-BAD
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-COL-COUNT.
           MOVE WS-FOUND-FIELD TO WS-COL-FIELD (WS-COL-COUNT).
           MOVE WS-NEXT-POS TO WS-COL-POS (WS-COL-COUNT).
           COMPUTE WS-NEXT-POS =
               WS-NEXT-POS + WS-FC-WIDTH (WS-FOUND-FIELD) + 2.
           IF WS-FOUND-FIELD = WS-SALARY-FIELD
               MOVE "Y" TO WS-SALARY-SHOWN
           END-IF.
       1310-EXIT.
           EXIT.

       1320-ADD-SORT.
           PERFORM 1350-FIND-FIELD THRU 1350-EXIT.
           IF WS-FOUND-FIELD = ZERO
               GO TO 1320-EXIT
           END-IF.
           IF WS-FOUND-FIELD = WS-SALARY-FIELD AND ACCESS-MASKED
               DISPLAY "SALARY SORT/BREAK NOT ALLOWED: " DEFN-REC
               MOVE "Y" TO WS-DEFN-BAD
               GO TO 1320-EXIT
           END-IF.
           IF WS-SORT-COUNT >= 5
               DISPLAY "MORE THAN 5 SORT KEYS: " DEFN-REC
               MOVE "Y" TO WS-DEFN-BAD
               GO TO 1320-EXIT
           END-IF.
           ADD 1 TO WS-SORT-COUNT.
           MOVE WS-FOUND-FIELD TO WS-SORT-FIELD (WS-SORT-COUNT).
           IF WS-VALUE-OPTION (1:1) = "D"
               MOVE "Y" TO WS-SORT-DESC (WS-SORT-COUNT)
           ELSE
               MOVE "N" TO WS-SORT-DESC (WS-SORT-COUNT)
           END-IF.
       1320-EXIT.
           EXIT.

       1330-ADD-BREAK.
           PERFORM 1350-FIND-FIELD THRU 1350-EXIT.
           IF WS-FOUND-FIELD = ZERO
               GO TO 1330-EXIT
           END-IF.
           IF WS-FOUND-FIELD = WS-SALARY-FIELD AND ACCESS-MASKED
               DISPLAY "SALARY SORT/BREAK NOT ALLOWED: " DEFN-REC
               MOVE "Y" TO WS-DEFN-BAD
               GO TO 1330-EXIT
           END-IF.
           IF WS-BRK-COUNT >= 3
               DISPLAY "MORE THAN 3 CONTROL BREAKS: " DEFN-REC
               MOVE "Y" TO WS-DEFN-BAD
               GO TO 1330-EXIT
           END-IF.
           ADD 1 TO WS-BRK-COUNT.
           MOVE WS-FOUND-FIELD TO WS-BRK-FIELD (WS-BRK-COUNT).
           IF WS-VALUE-OPTION = SPACES
               MOVE "CSA" TO WS-BRK-STATS (WS-BRK-COUNT)
           ELSE
               MOVE WS-VALUE-OPTION TO WS-BRK-STATS (WS-BRK-COUNT)
           END-IF.
       1330-EXIT.
           EXIT.

       1350-FIND-FIELD.
           MOVE ZERO TO WS-FOUND-FIELD.
           PERFORM VARYING WS-FC-SUB FROM 1 BY 1
                   UNTIL WS-FC-SUB > WS-FIELD-MAX
               IF WS-FC-NAME (WS-FC-SUB) = WS-VALUE-FIELD
                   MOVE WS-FC-SUB TO WS-FOUND-FIELD
               END-IF
           END-PERFORM.
           IF WS-FOUND-FIELD = ZERO
               DISPLAY "UNKNOWN FIELD: " DEFN-REC
               MOVE "Y" TO WS-DEFN-BAD
           END-IF.
       1350-EXIT.
           EXIT.

      * THE BREAK FIELDS LEAD, MAJOR FIRST (DESCENDING IF THE SAME
      * FIELD IS A DESCENDING SORT KEY); THE SORT KEYS NOT ALREADY
      * A BREAK FOLLOW IN THEIR OWN ORDER.
       1400-BUILD-SORT-KEYS.
           MOVE ZERO TO WS-KEY-COUNT.
           PERFORM VARYING WS-BRK-SUB FROM 1 BY 1
                   UNTIL WS-BRK-SUB > WS-BRK-COUNT
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-BRK-FIELD (WS-BRK-SUB)
                   TO WS-KEY-FIELD (WS-KEY-COUNT)
               MOVE "N" TO WS-KEY-DESC (WS-KEY-COUNT)
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > WS-SORT-COUNT
                   IF WS-SORT-FIELD (WS-COL-SUB)
                           = WS-BRK-FIELD (WS-BRK-SUB)
                       MOVE WS-SORT-DESC (WS-COL-SUB)
                           TO WS-KEY-DESC (WS-KEY-COUNT)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-SORT-COUNT
               MOVE "N" TO WS-KEY-FOUND
               PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                       UNTIL WS-KEY-SUB > WS-KEY-COUNT
                   IF WS-KEY-FIELD (WS-KEY-SUB)
                           = WS-SORT-FIELD (WS-COL-SUB)
                       MOVE "Y" TO WS-KEY-FOUND
                   END-IF
               END-PERFORM
               IF WS-KEY-FOUND = "N"
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-SORT-FIELD (WS-COL-SUB)
                       TO WS-KEY-FIELD (WS-KEY-COUNT)
                   MOVE WS-SORT-DESC (WS-COL-SUB)
                       TO WS-KEY-DESC (WS-KEY-COUNT)
               END-IF
           END-PERFORM.
       1400-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * SORT INPUT: EACH EXTRACT RECORD THE OPERATOR MAY SEE, WITH
      * ITS DEPARTMENT NAME AND DIVISION AND ITS SORT KEYS.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       2000-FEED-SORT.
           PERFORM UNTIL EXT-FILE-END
               READ EXTRACT-FILE
                   AT END
                       MOVE "Y" TO WS-EXT-FILE-END
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE.
           MOVE EXTRACT-REC TO EMPREC.
      * DEPARTMENT-LEVEL ACCESS: THE EMPLOYEE MUST SIT IN THE
      * OPERATOR'S OWN DEPARTMENT.
           IF ACCESS-OWN-DEPT AND EMPDEPT NOT = WS-OPER-DEPT
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACES TO WS-REC-DEPT-NAME.
           MOVE ZERO TO WS-REC-DIVISION.
           IF DEPT-AVAILABLE
               MOVE EMPDEPT TO DEPT-NO
               READ DEPT-FILE
                   INVALID KEY
                       MOVE "*UNKNOWN DEPARTMENT*" TO WS-REC-DEPT-NAME
                   NOT INVALID KEY
                       MOVE DEPT-NAME TO WS-REC-DEPT-NAME
                       MOVE DEPT-DIVISION TO WS-REC-DIVISION
               END-READ
           END-IF.

           MOVE SPACES TO SORT-REC.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
               MOVE WS-KEY-FIELD (WS-KEY-SUB) TO WS-FLD-NO
               PERFORM 5000-GET-FIELD THRU 5000-EXIT
               IF WS-KEY-DESC (WS-KEY-SUB) = "Y"
                   INSPECT WS-FLD-KEY CONVERTING WS-ASCENDING-CHARS
                       TO WS-DESCENDING-CHARS
               END-IF
               MOVE WS-FLD-KEY TO SRT-KEY (WS-KEY-SUB)
           END-PERFORM.
           MOVE EMPREC TO SRT-EMP-IMAGE.
           MOVE WS-REC-DEPT-NAME TO SRT-DEPT-NAME.
           MOVE WS-REC-DIVISION TO SRT-DIVISION.
           RELEASE SORT-REC.
       2100-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * SORT OUTPUT: THE REPORT. A CHANGE IN A BREAK FIELD FOOTS
      * EVERY LEVEL FROM THE MINOR ONE UP TO THE ONE THAT CHANGED.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       3000-PRINT-REPORT.
           PERFORM UNTIL SORT-FILE-END
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-FILE-END
                   NOT AT END
                       PERFORM 3100-PRINT-ONE THRU 3100-EXIT
               END-RETURN
           END-PERFORM.

           IF NOT FIRST-ROW
               MOVE 1 TO WS-BRK-LEVEL
               PERFORM 3300-FOOT-BREAKS THRU 3300-EXIT
           END-IF.
           PERFORM 3500-REPORT-TOTAL THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE.
           MOVE SRT-EMP-IMAGE TO EMPREC.
           MOVE SRT-DEPT-NAME TO WS-REC-DEPT-NAME.
           MOVE SRT-DIVISION TO WS-REC-DIVISION.

      * FIND THE MOST MAJOR BREAK THAT CHANGED.
           MOVE ZERO TO WS-BRK-LEVEL.
           PERFORM VARYING WS-BRK-SUB FROM 1 BY 1
                   UNTIL WS-BRK-SUB > WS-BRK-COUNT
               MOVE WS-BRK-FIELD (WS-BRK-SUB) TO WS-FLD-NO
               PERFORM 5000-GET-FIELD THRU 5000-EXIT
               IF WS-BRK-LEVEL = ZERO
                       AND WS-FLD-KEY NOT = WS-BRK-PREV-KEY (WS-BRK-SUB)
                   MOVE WS-BRK-SUB TO WS-BRK-LEVEL
               END-IF
           END-PERFORM.
           IF WS-BRK-LEVEL NOT = ZERO AND NOT FIRST-ROW
               PERFORM 3300-FOOT-BREAKS THRU 3300-EXIT
           END-IF.
           IF WS-BRK-LEVEL NOT = ZERO OR FIRST-ROW
               PERFORM 3400-START-BREAKS THRU 3400-EXIT
           END-IF.
           MOVE "N" TO WS-FIRST-ROW.

           IF WS-LINE-COUNT >= WS-PAGE-LEN
               PERFORM 3200-PAGE-HEADING THRU 3200-EXIT
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-COUNT
               MOVE WS-COL-FIELD (WS-COL-SUB) TO WS-FLD-NO
               PERFORM 5000-GET-FIELD THRU 5000-EXIT
               MOVE WS-FLD-PRINT TO PRINT-LINE
                   (WS-COL-POS (WS-COL-SUB):
                    WS-FC-WIDTH (WS-FLD-NO))
           END-PERFORM.
           WRITE PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-ROW-COUNT.

      * EVERY EMPLOYEE WHOSE SALARY IS PRINTED GOES TO THE ACCESS
      * LOG.
           IF SALARY-SHOWN AND NOT ACCESS-MASKED
               MOVE EMPID TO ACC-EMPID
               CALL "ACCLOG" USING ACC-PARM
           END-IF.

           IF EMPSALARY-X NUMERIC
               ADD EMPSALARY TO WS-GRAND-SUM
               PERFORM VARYING WS-BRK-SUB FROM 1 BY 1
                       UNTIL WS-BRK-SUB > WS-BRK-COUNT
                   ADD EMPSALARY TO WS-BRK-SUM (WS-BRK-SUB)
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-BRK-SUB FROM 1 BY 1
                   UNTIL WS-BRK-SUB > WS-BRK-COUNT
               ADD 1 TO WS-BRK-ROWS (WS-BRK-SUB)
           END-PERFORM.
       3100-EXIT.
           EXIT.

       3200-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE SPACES TO PRINT-LINE.
           MOVE WS-TITLE TO PRINT-LINE (1:50).
           MOVE "PAGE" TO PRINT-LINE (124:4).
           MOVE WS-PAGE-NO TO WS-PRT-PAGE.
           MOVE WS-PRT-PAGE TO PRINT-LINE (129:4).
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "BUSINESS DATE " WS-BUSINESS-DATE
                  "   OPERATOR " WS-OPERATOR-ID
                  "   DEFINITION " WS-DEFN-NAME
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-COUNT
               MOVE WS-COL-FIELD (WS-COL-SUB) TO WS-FC-SUB
               MOVE WS-FC-HEADING (WS-FC-SUB) TO PRINT-LINE
                   (WS-COL-POS (WS-COL-SUB):
                    WS-FC-WIDTH (WS-FC-SUB))
           END-PERFORM.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-COUNT
               MOVE WS-COL-FIELD (WS-COL-SUB) TO WS-FC-SUB
               MOVE ALL "-" TO PRINT-LINE
                   (WS-COL-POS (WS-COL-SUB):
                    WS-FC-WIDTH (WS-FC-SUB))
           END-PERFORM.
           WRITE PRINT-LINE.
           MOVE 5 TO WS-LINE-COUNT.
       3200-EXIT.
           EXIT.

      * FOOT EVERY LEVEL FROM THE MINOR ONE UP TO WS-BRK-LEVEL.
       3300-FOOT-BREAKS.
           PERFORM VARYING WS-BRK-SUB FROM WS-BRK-COUNT BY -1
                   UNTIL WS-BRK-SUB < WS-BRK-LEVEL
                      OR WS-BRK-SUB = ZERO
               MOVE WS-BRK-ROWS (WS-BRK-SUB) TO WS-FOOT-ROWS
               MOVE WS-BRK-SUM (WS-BRK-SUB) TO WS-FOOT-SUM
               MOVE WS-BRK-STATS (WS-BRK-SUB) TO WS-FOOT-STATS
               MOVE WS-BRK-FIELD (WS-BRK-SUB) TO WS-FC-SUB
               MOVE SPACES TO WS-FOOT-LABEL
               STRING "TOTAL " WS-FC-HEADING (WS-FC-SUB) " "
                      WS-BRK-PREV-PRINT (WS-BRK-SUB)
                   DELIMITED BY SIZE INTO WS-FOOT-LABEL
               PERFORM 3600-WRITE-FOOTING THRU 3600-EXIT
           END-PERFORM.
       3300-EXIT.
           EXIT.

      * A NEW GROUP AT WS-BRK-LEVEL AND EVERY LEVEL BELOW IT.
       3400-START-BREAKS.
           IF FIRST-ROW
               MOVE 1 TO WS-BRK-LEVEL
           END-IF.
           PERFORM VARYING WS-BRK-SUB FROM WS-BRK-LEVEL BY 1
                   UNTIL WS-BRK-SUB > WS-BRK-COUNT
               MOVE WS-BRK-FIELD (WS-BRK-SUB) TO WS-FLD-NO
               PERFORM 5000-GET-FIELD THRU 5000-EXIT
               MOVE WS-FLD-KEY TO WS-BRK-PREV-KEY (WS-BRK-SUB)
               MOVE WS-FLD-PRINT TO WS-BRK-PREV-PRINT (WS-BRK-SUB)
               MOVE ZERO TO WS-BRK-ROWS (WS-BRK-SUB)
               MOVE ZERO TO WS-BRK-SUM (WS-BRK-SUB)
           END-PERFORM.
       3400-EXIT.
           EXIT.

       3500-REPORT-TOTAL.
           IF WS-LINE-COUNT >= WS-PAGE-LEN
               PERFORM 3200-PAGE-HEADING THRU 3200-EXIT
           END-IF.
           MOVE WS-ROW-COUNT TO WS-FOOT-ROWS.
           MOVE WS-GRAND-SUM TO WS-FOOT-SUM.
           MOVE "CSA" TO WS-FOOT-STATS.
           MOVE "REPORT TOTAL" TO WS-FOOT-LABEL.
           PERFORM 3600-WRITE-FOOTING THRU 3600-EXIT.
       3500-EXIT.
           EXIT.

      * ONE FOOTING LINE AND A BLANK LINE AFTER IT. MASKED ACCESS
      * NEVER SEES A SALARY SUM OR AVERAGE - A GROUP OF ONE WOULD
      * GIVE THE SALARY AWAY.
       3600-WRITE-FOOTING.
           IF WS-LINE-COUNT + 2 > WS-PAGE-LEN
               PERFORM 3200-PAGE-HEADING THRU 3200-EXIT
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           STRING "*** " WS-FOOT-LABEL
               DELIMITED BY SIZE INTO PRINT-LINE.
           MOVE 46 TO WS-FOOT-POS.
           IF WS-FOOT-STATS (1:1) = "C" OR WS-FOOT-STATS (2:1) = "C"
                   OR WS-FOOT-STATS (3:1) = "C"
               MOVE WS-FOOT-ROWS TO WS-PRT-COUNT
               STRING "COUNT " WS-PRT-COUNT
                   DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-FOOT-POS
               ADD 2 TO WS-FOOT-POS
           END-IF.
           IF WS-FOOT-STATS (1:1) = "S" OR WS-FOOT-STATS (2:1) = "S"
                   OR WS-FOOT-STATS (3:1) = "S"
               IF ACCESS-MASKED
                   STRING "SUM *****************"
                       DELIMITED BY SIZE
                       INTO PRINT-LINE WITH POINTER WS-FOOT-POS
               ELSE
                   MOVE WS-FOOT-SUM TO WS-PRT-SUM
                   STRING "SUM " WS-PRT-SUM
                       DELIMITED BY SIZE
                       INTO PRINT-LINE WITH POINTER WS-FOOT-POS
               END-IF
               ADD 2 TO WS-FOOT-POS
           END-IF.
           IF WS-FOOT-STATS (1:1) = "A" OR WS-FOOT-STATS (2:1) = "A"
                   OR WS-FOOT-STATS (3:1) = "A"
               IF ACCESS-MASKED
                   STRING "AVERAGE **************"
                       DELIMITED BY SIZE
                       INTO PRINT-LINE WITH POINTER WS-FOOT-POS
               ELSE
                   MOVE ZERO TO WS-FOOT-AVG
                   IF WS-FOOT-ROWS > ZERO
                       COMPUTE WS-FOOT-AVG ROUNDED =
                           WS-FOOT-SUM / WS-FOOT-ROWS
                   END-IF
                   MOVE WS-FOOT-AVG TO WS-PRT-AVG
                   STRING "AVERAGE " WS-PRT-AVG
                       DELIMITED BY SIZE
                       INTO PRINT-LINE WITH POINTER WS-FOOT-POS
               END-IF
           END-IF.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 2 TO WS-LINE-COUNT.
       3600-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * FIELD WS-FLD-NO OF THE CURRENT RECORD: WS-FLD-KEY SORTS IN
      * THE FIELD'S NATURAL ORDER, WS-FLD-PRINT IS WHAT IS PRINTED.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       5000-GET-FIELD.
           MOVE SPACES TO WS-FLD-KEY.
           MOVE SPACES TO WS-FLD-PRINT.
           EVALUATE WS-FLD-NO
               WHEN 1
                   MOVE EMPID TO WS-FLD-KEY
               WHEN 2
                   MOVE EMPDEPT TO WS-FLD-KEY
               WHEN 3
                   MOVE EMPNAME TO WS-FLD-KEY
               WHEN 4
                   MOVE EMPSALARY-X TO WS-FLD-KEY
               WHEN 5
                   MOVE EMPGRADE TO WS-FLD-KEY
               WHEN 6
                   MOVE EMPDESIGNATION TO WS-FLD-KEY
               WHEN 7
                   MOVE EMP-HIRE-DATE TO WS-FLD-KEY
               WHEN 8
                   MOVE EMP-TERM-DATE TO WS-FLD-KEY
               WHEN 9
                   MOVE EMP-STATUS TO WS-FLD-KEY
               WHEN 10
                   MOVE EMP-STATUS-DATE TO WS-FLD-KEY
               WHEN 11
                   MOVE WS-REC-DEPT-NAME TO WS-FLD-KEY
               WHEN 12
                   MOVE WS-REC-DIVISION TO WS-FLD-KEY
           END-EVALUATE.
           MOVE WS-FLD-KEY TO WS-FLD-PRINT.

           EVALUATE WS-FLD-NO
               WHEN 4
                   IF ACCESS-MASKED
                       MOVE "**********" TO WS-FLD-PRINT
                   ELSE
                       IF EMPSALARY-X NUMERIC
                           MOVE EMPSALARY TO WS-PRT-SALARY
                           MOVE WS-PRT-SALARY TO WS-FLD-PRINT
                       END-IF
                   END-IF
               WHEN 7
               WHEN 8
               WHEN 10
                   IF WS-FLD-KEY (1:8) NUMERIC
                           AND WS-FLD-KEY (1:8) NOT = "00000000"
                       MOVE WS-FLD-KEY (1:4) TO WS-PRT-YYYY
                       MOVE WS-FLD-KEY (5:2) TO WS-PRT-MM
                       MOVE WS-FLD-KEY (7:2) TO WS-PRT-DD
                       MOVE WS-PRT-DATE TO WS-FLD-PRINT
                   ELSE
                       MOVE SPACES TO WS-FLD-PRINT
                   END-IF
           END-EVALUATE.
       5000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EXTRACT-FILE.
           IF DEPT-AVAILABLE
               CLOSE DEPT-FILE
           END-IF.
           CLOSE PRINT-FILE.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "PRINTED " WS-ROW-COUNT " ROWS ON " WS-PAGE-NO
                  " PAGES BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.

           DISPLAY "END OF PROCESSING".
           DISPLAY "REPORT             : " WS-PRINT-NAME.
           DISPLAY "EXTRACT RECORDS    : " WS-READ-COUNT.
           DISPLAY "NOT IN OPERATOR'S DEPARTMENT : " WS-DROPPED-COUNT.
           DISPLAY "ROWS PRINTED       : " WS-ROW-COUNT.
           DISPLAY "PAGES              : " WS-PAGE-NO.
       9999-EXIT.
           EXIT.
