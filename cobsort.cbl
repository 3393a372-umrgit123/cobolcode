      *AND A SMALL CONTROL REPORT SUMMARISES HOW MANY RECORDS WERE
      *READ, SORTED AND REJECTED.
      *
      *ANY OTHER FLAT FILE CAN BE SORTED BY NAMING A SORT
      *SPECIFICATION (PARAMETER FILE) ON THE COMMAND LINE INSTEAD
      *OF A OR D. ONE RECORD PER LINE, TYPE IN COLUMNS 1-3:
      *  IN  INPUT FILE NAME X(40) FROM COLUMN 5
      *  OUT OUTPUT FILE NAME X(40) FROM COLUMN 5
      *  LEN RECORD LENGTH 9(4) IN COLUMNS 5-8 (AT MOST 1000)
      *  LAY CMPLAYOUT.DAT LAYOUT NAME X(10) FROM COLUMN 5, SO
      *      KEYS AND CONDITIONS CAN NAME THEIR FIELDS
      *  KEY UP TO FIVE, MAJOR FIRST
      *  INC INCLUDE ONLY RECORDS MEETING EVERY INC CONDITION
      *  OMT OMIT RECORDS MEETING ANY OMT CONDITION
      *  REJ REJECT RECORDS MEETING THE CONDITION TO THE REJECT
      *      FILE WITH THE REASON GIVEN
      *  *   COMMENT
      *KEY, INC, OMT AND REJ LINES ALL READ:
      *  COLS  5-16 FIELD NAME ON THE LAYOUT, OR BLANK AND
      *  COLS 18-21 START 9(4) AND 23-25 LENGTH 9(3)
      *  COL  27    TYPE C (CHARACTER, THE DEFAULT) OR N (NUMERIC:
      *             UNSIGNED WHOLE NUMBER, LEADING SPACES AS ZEROS)
      *  COLS 29-30 KEY: A (DEFAULT) OR D. CONDITION: EQ NE GT GE
      *             LT LE AGAINST THE VALUE, OR NM (NUMERIC) / NN
      *             (NOT NUMERIC)
      *  COLS 32-61 VALUE (CONDITIONS)
      *  COLS 63-92 REJECT REASON (REJ)
      *A RECORD WHOSE NUMERIC KEY IS NOT NUMERIC IS REJECTED TOO.
      *OMITTED RECORDS ARE COUNTED ON THE CONTROL REPORT BUT ARE
      *NOT REJECTS. THE OUTPUT IS LINE SEQUENTIAL LIKE THE INPUT.
      *THE STANDARD SORT ABOVE IS ITSELF RUN AS A SPECIFICATION.
      *
      ***************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT IN-FILE      ASSIGN TO DYNAMIC WS-IN-NAME
           organization is line sequential
           FILE STATUS IS WS-IN-FILE-STATUS.
       SELECT OUT-FILE     ASSIGN TO "sortedout.DAT".
       SELECT SORTED-FILE  ASSIGN TO DYNAMIC WS-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-FILE-STATUS.
       SELECT WORK-FILE    ASSIGN TO "workfile.DAT".
       SELECT REJECT-FILE  ASSIGN TO "sortrej.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CONTROL-FILE ASSIGN TO "sortctl.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PARM-FILE    ASSIGN TO DYNAMIC WS-PARM-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRM-FILE-STATUS.
       SELECT LAYOUT-FILE  ASSIGN TO "CMPLAYOUT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE.
       01 IN-REC               PIC X(1000).
       01 IN-EMP-REC.
          05 IN-EMP-ID         PIC 9(5).
          05 IN-EMP-DEPT       PIC 9(3).
          05 IN-EMP-NAME       PIC X(20).
      * THE STANDARD SORT'S OUTPUT, FIXED LENGTH AS IT ALWAYS WAS.
       FD OUT-FILE.
       01 OUT-REC.
          05 OUT-EMP-ID        PIC 9(5).
          05 OUT-EMP-DEPT      PIC 9(3).
          05 OUT-EMP-NAME      PIC X(20).
       FD SORTED-FILE.
       01 SORTED-REC           PIC X(1000).
      * THE KEYS ARE BUILT INTO ONE STRING THAT SORTS ASCENDING
      * WHATEVER THE SPECIFICATION ASKS FOR.
       SD WORK-FILE.
       01 SORT-REC.
          05 SORT-KEY          PIC X(250).
          05 SORT-DATA         PIC X(1000).
       FD REJECT-FILE.
       01 REJECT-REC.
          05 REJ-INPUT-LINE    PIC X(1000).
          05 FILLER            PIC X(02).
          05 REJ-REASON        PIC X(30).
       FD CONTROL-FILE.
       01 CONTROL-LINE         PIC X(80).
       FD PARM-FILE.
       01 PARM-REC.
          05 PRM-TYPE          PIC X(03).
          05 FILLER            PIC X(01).
          05 PRM-NAME          PIC X(40).
          05 FILLER            PIC X(56).
       01 PARM-LEN-REC.
          05 FILLER            PIC X(04).
          05 PRM-REC-LEN       PIC 9(04).
          05 FILLER            PIC X(92).
       01 PARM-FIELD-REC.
          05 FILLER            PIC X(04).
          05 PRM-FIELD         PIC X(12).
          05 FILLER            PIC X(01).
          05 PRM-START         PIC 9(04).
          05 FILLER            PIC X(01).
          05 PRM-LENGTH        PIC 9(03).
          05 FILLER            PIC X(01).
          05 PRM-FTYPE         PIC X(01).
          05 FILLER            PIC X(01).
          05 PRM-DIR-OP        PIC X(02).
          05 FILLER            PIC X(01).
          05 PRM-VALUE         PIC X(30).
          05 FILLER            PIC X(01).
          05 PRM-REASON        PIC X(30).
          05 FILLER            PIC X(08).
       01 PARM-FIELD-REC-X.
          05 FILLER            PIC X(17).
          05 PRM-START-X       PIC X(04).
          05 FILLER            PIC X(01).
          05 PRM-LENGTH-X      PIC X(03).
          05 FILLER            PIC X(75).
      * THE LAYOUT DEFINITIONS EMPCOMPAR USES.
       FD LAYOUT-FILE.
       01 LAYOUT-REC.
          05 LAY-LAYOUT        PIC X(10).
          05 LAY-FIELD         PIC X(12).
          05 LAY-START         PIC 9(03).
          05 LAY-LENGTH        PIC 9(03).
          05 LAY-ROLE          PIC X(01).
          05 FILLER            PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-SORT-ORDER        PIC X(01) VALUE "A".
          05 WS-REJECT-COUNT   PIC 9(05) VALUE ZERO.
          05 WS-RELEASE-COUNT  PIC 9(05) VALUE ZERO.
          05 WS-OUTPUT-COUNT   PIC 9(05) VALUE ZERO.
          05 WS-OMIT-COUNT     PIC 9(05) VALUE ZERO.
       01 WS-REJECT-REASON     PIC X(30).

       01 WS-COMMAND-LINE      PIC X(80) VALUE SPACES.
       01 WS-PARM-NAME         PIC X(80) VALUE SPACES.
       01 WS-IN-NAME           PIC X(40) VALUE SPACES.
       01 WS-OUT-NAME          PIC X(40) VALUE SPACES.
       01 WS-LAYOUT-WANTED     PIC X(10) VALUE SPACES.
       01 WS-REC-LEN           PIC 9(04) VALUE ZERO.
       01 WS-SPEC-ERROR        PIC X(50) VALUE SPACES.
       01 WS-FILE-STATUSES.
          05 WS-IN-FILE-STATUS  PIC X(02) VALUE "00".
             88 IN-STATUS-OK    VALUE "00".
          05 WS-OUT-FILE-STATUS PIC X(02) VALUE "00".
             88 OUT-STATUS-OK   VALUE "00".
          05 WS-PRM-FILE-STATUS PIC X(02) VALUE "00".
             88 PRM-STATUS-OK   VALUE "00".
          05 WS-LAY-FILE-STATUS PIC X(02) VALUE "00".
             88 LAY-STATUS-OK   VALUE "00".
       01 WS-STANDARD-SORT     PIC X(01) VALUE "Y".
          88 STANDARD-SORT     VALUE "Y".

      * THE SORT KEYS, MAJOR FIRST.
       01 WS-KEY-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-KEY-TABLE.
          05 WS-KEY-ENTRY OCCURS 5 TIMES.
             10 WS-KEY-NAME    PIC X(12).
             10 WS-KEY-START   PIC 9(04).
             10 WS-KEY-LEN     PIC 9(03).
             10 WS-KEY-TYPE    PIC X(01).
             10 WS-KEY-DIR     PIC X(01).
       01 WS-KEY-SUB           PIC 9(02).
       01 WS-KEY-TOTAL         PIC 9(04) VALUE ZERO.
       01 WS-KEY-POS           PIC 9(04) VALUE ZERO.
       01 WS-KEY-PART          PIC X(100).

      * THE INCLUDE, OMIT AND REJECT CONDITIONS.
       01 WS-CND-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-CND-TABLE.
          05 WS-CND-ENTRY OCCURS 20 TIMES.
             10 WS-CND-ACTION  PIC X(03).
             10 WS-CND-NAME    PIC X(12).
             10 WS-CND-START   PIC 9(04).
             10 WS-CND-LEN     PIC 9(03).
             10 WS-CND-TYPE    PIC X(01).
             10 WS-CND-OP      PIC X(02).
             10 WS-CND-VALUE   PIC X(30).
             10 WS-CND-REASON  PIC X(30).
       01 WS-CND-SUB           PIC 9(02).
       01 WS-CND-TRUE          PIC X(01).
       01 WS-INCLUDED          PIC X(01).
       01 WS-OMITTED           PIC X(01).
       01 WS-CMP-FIELD         PIC X(100).
       01 WS-CMP-VALUE         PIC X(100).
       01 WS-LIT-LEN           PIC 9(02).

      * THE CHOSEN LAYOUT'S FIELDS.
       01 WS-FLD-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-FLD-TABLE.
          05 WS-FLD-ENTRY OCCURS 30 TIMES.
             10 WS-FLD-NAME    PIC X(12).
             10 WS-FLD-START   PIC 9(03).
             10 WS-FLD-LEN     PIC 9(03).
       01 WS-FLD-SUB           PIC 9(02).
       01 WS-FLD-FOUND         PIC X(01).
       01 WS-LOOK-NAME         PIC X(12).
       01 WS-LOOK-START        PIC 9(04).
       01 WS-LOOK-LEN          PIC 9(03).

      * EVERY BYTE VALUE IN ORDER, AND THE SAME REVERSED, TO TURN A
      * DESCENDING CHARACTER KEY INTO AN ASCENDING ONE.
       01 WS-ALL-CHARS         PIC X(256).
       01 WS-REV-CHARS         PIC X(256).
       01 WS-BYTE-NUM          PIC 9(04) COMP.
       01 WS-BYTE-PAIR REDEFINES WS-BYTE-NUM PIC X(02).
       01 WS-BYTE-SUB          PIC 9(04) COMP.

       01 WS-PRT-KEY           PIC 9.

       PROCEDURE DIVISION.
       MAINLINE.
      * SORT ORDER CAN BE SUPPLIED ON THE COMMAND LINE (A OR D);
      * IF NOT SUPPLIED, ASCENDING IS THE DEFAULT. ANYTHING ELSE
      * NAMES A SORT SPECIFICATION.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE = SPACES OR "A" OR "D"
               MOVE WS-COMMAND-LINE (1:1) TO WS-SORT-ORDER
               IF NOT SORT-DESCENDING
                   MOVE "A" TO WS-SORT-ORDER
               END-IF
               PERFORM 0200-STANDARD-SPEC THRU 0200-EXIT
           ELSE
               MOVE "N" TO WS-STANDARD-SORT
               MOVE WS-COMMAND-LINE TO WS-PARM-NAME
               PERFORM 0100-READ-SPEC THRU 0100-EXIT
           END-IF.
           PERFORM 0300-CHECK-SPEC THRU 0300-EXIT.
           IF WS-SPEC-ERROR NOT = SPACES
               DISPLAY "SORT SPECIFICATION ERROR: " WS-SPEC-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0400-BUILD-CHAR-TABLES THRU 0400-EXIT.

           SORT WORK-FILE
               ON ASCENDING KEY SORT-KEY
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1000-VALIDATE-INPUT THRU 1000-EXIT
               OUTPUT PROCEDURE IS 2000-WRITE-OUTPUT THRU 2000-EXIT.

           PERFORM 3000-WRITE-CONTROL-REPORT THRU 3000-EXIT.
           DISPLAY 'END PROCESSING'.
           STOP RUN.

      * LOADS THE SPECIFICATION NAMED ON THE COMMAND LINE.
       0100-READ-SPEC.
           OPEN INPUT PARM-FILE.
           IF NOT PRM-STATUS-OK
               DISPLAY "CANNOT OPEN SORT SPECIFICATION "
                       WS-PARM-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL 1 = 2
               READ PARM-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM 0110-SPEC-LINE THRU 0110-EXIT
               END-READ
           END-PERFORM.
           CLOSE PARM-FILE.
       0100-EXIT.
           EXIT.

       0110-SPEC-LINE.
           EVALUATE PRM-TYPE
               WHEN "IN "
                   MOVE PRM-NAME TO WS-IN-NAME
               WHEN "OUT"
                   MOVE PRM-NAME TO WS-OUT-NAME
               WHEN "LAY"
                   MOVE PRM-NAME TO WS-LAYOUT-WANTED
               WHEN "LEN"
                   IF PRM-REC-LEN NOT NUMERIC
                       MOVE "RECORD LENGTH NOT NUMERIC"
                           TO WS-SPEC-ERROR
                   ELSE
                       MOVE PRM-REC-LEN TO WS-REC-LEN
                   END-IF
               WHEN "KEY"
                   IF WS-KEY-COUNT = 5
                       MOVE "MORE THAN FIVE KEYS" TO WS-SPEC-ERROR
                       GO TO 0110-EXIT
                   END-IF
                   PERFORM 0120-FIELD-POSITION THRU 0120-EXIT
                   ADD 1 TO WS-KEY-COUNT
                   MOVE PRM-FIELD TO WS-KEY-NAME (WS-KEY-COUNT)
                   MOVE PRM-START TO WS-KEY-START (WS-KEY-COUNT)
                   MOVE PRM-LENGTH TO WS-KEY-LEN (WS-KEY-COUNT)
                   MOVE PRM-FTYPE TO WS-KEY-TYPE (WS-KEY-COUNT)
                   MOVE PRM-DIR-OP (1:1) TO WS-KEY-DIR (WS-KEY-COUNT)
               WHEN "INC"
               WHEN "OMT"
               WHEN "REJ"
                   IF WS-CND-COUNT = 20
                       MOVE "MORE THAN TWENTY CONDITIONS"
                           TO WS-SPEC-ERROR
                       GO TO 0110-EXIT
                   END-IF
                   PERFORM 0120-FIELD-POSITION THRU 0120-EXIT
                   ADD 1 TO WS-CND-COUNT
                   MOVE PRM-TYPE TO WS-CND-ACTION (WS-CND-COUNT)
                   MOVE PRM-FIELD TO WS-CND-NAME (WS-CND-COUNT)
                   MOVE PRM-START TO WS-CND-START (WS-CND-COUNT)
                   MOVE PRM-LENGTH TO WS-CND-LEN (WS-CND-COUNT)
                   MOVE PRM-FTYPE TO WS-CND-TYPE (WS-CND-COUNT)
                   MOVE PRM-DIR-OP TO WS-CND-OP (WS-CND-COUNT)
                   MOVE PRM-VALUE TO WS-CND-VALUE (WS-CND-COUNT)
                   MOVE PRM-REASON TO WS-CND-REASON (WS-CND-COUNT)
               WHEN OTHER
                   IF PRM-TYPE (1:1) NOT = "*" AND PARM-REC NOT = SPACES
                       STRING "UNKNOWN LINE TYPE " PRM-TYPE
                           DELIMITED BY SIZE INTO WS-SPEC-ERROR
                   END-IF
           END-EVALUATE.
       0110-EXIT.
           EXIT.

      * A FIELD GIVEN BY NAME HAS ITS POSITION FILLED IN LATER,
      * FROM THE LAYOUT.
       0120-FIELD-POSITION.
           IF PRM-FIELD NOT = SPACES
               MOVE ZERO TO PRM-START
               MOVE ZERO TO PRM-LENGTH
               GO TO 0120-EXIT
           END-IF.
           IF PRM-START-X NOT NUMERIC OR PRM-LENGTH-X NOT NUMERIC
               MOVE ZERO TO PRM-START
               MOVE ZERO TO PRM-LENGTH
           END-IF.
       0120-EXIT.
           EXIT.

      * THE DEPARTMENT/NAME SORT OF unsorted.DAT, WITH ITS OWN
      * SCREENING RULES, SET UP AS A SPECIFICATION.
       0200-STANDARD-SPEC.
           MOVE "unsorted.DAT" TO WS-IN-NAME.
           MOVE "sortedout.DAT" TO WS-OUT-NAME.
           MOVE 28 TO WS-REC-LEN.
           MOVE 2 TO WS-KEY-COUNT.
           MOVE "EMP-DEPT" TO WS-KEY-NAME (1).
           MOVE 6 TO WS-KEY-START (1).
           MOVE 3 TO WS-KEY-LEN (1).
           MOVE "C" TO WS-KEY-TYPE (1).
           MOVE WS-SORT-ORDER TO WS-KEY-DIR (1).
           MOVE "EMP-NAME" TO WS-KEY-NAME (2).
           MOVE 9 TO WS-KEY-START (2).
           MOVE 20 TO WS-KEY-LEN (2).
           MOVE "C" TO WS-KEY-TYPE (2).
           MOVE WS-SORT-ORDER TO WS-KEY-DIR (2).
           MOVE 3 TO WS-CND-COUNT.
           MOVE "REJ" TO WS-CND-ACTION (1).
           MOVE "EMP-ID" TO WS-CND-NAME (1).
           MOVE 1 TO WS-CND-START (1).
           MOVE 5 TO WS-CND-LEN (1).
           MOVE "C" TO WS-CND-TYPE (1).
           MOVE "NN" TO WS-CND-OP (1).
           MOVE SPACES TO WS-CND-VALUE (1).
           MOVE "INVALID OR ZERO EMPLOYEE ID" TO WS-CND-REASON (1).
           MOVE WS-CND-ENTRY (1) TO WS-CND-ENTRY (2).
           MOVE "EQ" TO WS-CND-OP (2).
           MOVE "00000" TO WS-CND-VALUE (2).
           MOVE "REJ" TO WS-CND-ACTION (3).
           MOVE "EMP-NAME" TO WS-CND-NAME (3).
           MOVE 9 TO WS-CND-START (3).
           MOVE 20 TO WS-CND-LEN (3).
           MOVE "C" TO WS-CND-TYPE (3).
           MOVE "EQ" TO WS-CND-OP (3).
           MOVE SPACES TO WS-CND-VALUE (3).
           MOVE "BLANK EMPLOYEE NAME" TO WS-CND-REASON (3).
       0200-EXIT.
           EXIT.

      * RESOLVES NAMED FIELDS AGAINST THE LAYOUT AND CHECKS EVERY
      * KEY AND CONDITION LIES INSIDE THE RECORD.
       0300-CHECK-SPEC.
           IF WS-SPEC-ERROR NOT = SPACES
               GO TO 0300-EXIT
           END-IF.
           IF WS-IN-NAME = SPACES OR WS-OUT-NAME = SPACES
               MOVE "INPUT AND OUTPUT FILES ARE REQUIRED"
                   TO WS-SPEC-ERROR
               GO TO 0300-EXIT
           END-IF.
           IF WS-REC-LEN = ZERO OR WS-REC-LEN > 1000
               MOVE "RECORD LENGTH MUST BE 1 TO 1000" TO WS-SPEC-ERROR
               GO TO 0300-EXIT
           END-IF.
           IF WS-KEY-COUNT = ZERO
               MOVE "NO SORT KEYS GIVEN" TO WS-SPEC-ERROR
               GO TO 0300-EXIT
           END-IF.
           IF WS-LAYOUT-WANTED NOT = SPACES
               PERFORM 0310-LOAD-LAYOUT THRU 0310-EXIT
           END-IF.
           MOVE ZERO TO WS-KEY-TOTAL.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
                      OR WS-SPEC-ERROR NOT = SPACES
               MOVE WS-KEY-NAME (WS-KEY-SUB) TO WS-LOOK-NAME
               MOVE WS-KEY-START (WS-KEY-SUB) TO WS-LOOK-START
               MOVE WS-KEY-LEN (WS-KEY-SUB) TO WS-LOOK-LEN
               PERFORM 0320-PLACE-FIELD THRU 0320-EXIT
               MOVE WS-LOOK-START TO WS-KEY-START (WS-KEY-SUB)
               MOVE WS-LOOK-LEN TO WS-KEY-LEN (WS-KEY-SUB)
               ADD WS-LOOK-LEN TO WS-KEY-TOTAL
               IF WS-KEY-TYPE (WS-KEY-SUB) = SPACE
                   MOVE "C" TO WS-KEY-TYPE (WS-KEY-SUB)
               END-IF
               IF WS-KEY-DIR (WS-KEY-SUB) = SPACE
                   MOVE "A" TO WS-KEY-DIR (WS-KEY-SUB)
               END-IF
               IF WS-KEY-TYPE (WS-KEY-SUB) NOT = "C" AND NOT = "N"
                   MOVE "KEY TYPE MUST BE C OR N" TO WS-SPEC-ERROR
               END-IF
               IF WS-KEY-DIR (WS-KEY-SUB) NOT = "A" AND NOT = "D"
                   MOVE "KEY DIRECTION MUST BE A OR D"
                       TO WS-SPEC-ERROR
               END-IF
           END-PERFORM.
           IF WS-KEY-TOTAL > 250 AND WS-SPEC-ERROR = SPACES
               MOVE "KEYS TOTAL MORE THAN 250 BYTES" TO WS-SPEC-ERROR
           END-IF.
           PERFORM VARYING WS-CND-SUB FROM 1 BY 1
                   UNTIL WS-CND-SUB > WS-CND-COUNT
                      OR WS-SPEC-ERROR NOT = SPACES
               PERFORM 0330-CHECK-CONDITION THRU 0330-EXIT
           END-PERFORM.
       0300-EXIT.
           EXIT.

       0310-LOAD-LAYOUT.
           OPEN INPUT LAYOUT-FILE.
           IF NOT LAY-STATUS-OK
               MOVE "NO LAYOUT-DEFINITION FILE CMPLAYOUT.DAT"
                   TO WS-SPEC-ERROR
               GO TO 0310-EXIT
           END-IF.
           PERFORM UNTIL 1 = 2
               READ LAYOUT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LAY-LAYOUT = WS-LAYOUT-WANTED
                               AND WS-FLD-COUNT < 30
                           ADD 1 TO WS-FLD-COUNT
                           MOVE LAY-FIELD TO
                               WS-FLD-NAME (WS-FLD-COUNT)
                           MOVE LAY-START TO
                               WS-FLD-START (WS-FLD-COUNT)
                           MOVE LAY-LENGTH TO
                               WS-FLD-LEN (WS-FLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LAYOUT-FILE.
           IF WS-FLD-COUNT = ZERO
               STRING "LAYOUT " WS-LAYOUT-WANTED
                      " NOT ON CMPLAYOUT.DAT"
                   DELIMITED BY SIZE INTO WS-SPEC-ERROR
           END-IF.
       0310-EXIT.
           EXIT.

      * A NAMED FIELD TAKES ITS START AND LENGTH FROM THE LAYOUT -
      * EXCEPT IN THE STANDARD SORT, WHICH CARRIES ITS OWN.
       0320-PLACE-FIELD.
           IF WS-LOOK-NAME NOT = SPACES AND NOT STANDARD-SORT
               MOVE "N" TO WS-FLD-FOUND
               PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                       UNTIL WS-FLD-SUB > WS-FLD-COUNT
                   IF WS-FLD-NAME (WS-FLD-SUB) = WS-LOOK-NAME
                       MOVE "Y" TO WS-FLD-FOUND
                       MOVE WS-FLD-START (WS-FLD-SUB) TO WS-LOOK-START
                       MOVE WS-FLD-LEN (WS-FLD-SUB) TO WS-LOOK-LEN
                       MOVE WS-FLD-COUNT TO WS-FLD-SUB
                   END-IF
               END-PERFORM
               IF WS-FLD-FOUND NOT = "Y"
                   STRING "FIELD " WS-LOOK-NAME " NOT ON LAYOUT"
                       DELIMITED BY SIZE INTO WS-SPEC-ERROR
                   GO TO 0320-EXIT
               END-IF
           END-IF.
           IF WS-LOOK-START = ZERO OR WS-LOOK-LEN = ZERO
                   OR WS-LOOK-LEN > 100
                   OR WS-LOOK-START + WS-LOOK-LEN - 1 > WS-REC-LEN
               STRING "FIELD AT " WS-LOOK-START " LENGTH " WS-LOOK-LEN
                      " OUTSIDE RECORD"
                   DELIMITED BY SIZE INTO WS-SPEC-ERROR
           END-IF.
       0320-EXIT.
           EXIT.

       0330-CHECK-CONDITION.
           MOVE WS-CND-NAME (WS-CND-SUB) TO WS-LOOK-NAME.
           MOVE WS-CND-START (WS-CND-SUB) TO WS-LOOK-START.
           MOVE WS-CND-LEN (WS-CND-SUB) TO WS-LOOK-LEN.
           PERFORM 0320-PLACE-FIELD THRU 0320-EXIT.
           IF WS-SPEC-ERROR NOT = SPACES
               GO TO 0330-EXIT
           END-IF.
           MOVE WS-LOOK-START TO WS-CND-START (WS-CND-SUB).
           MOVE WS-LOOK-LEN TO WS-CND-LEN (WS-CND-SUB).
           IF WS-CND-TYPE (WS-CND-SUB) = SPACE
               MOVE "C" TO WS-CND-TYPE (WS-CND-SUB)
           END-IF.
           IF WS-CND-TYPE (WS-CND-SUB) NOT = "C" AND NOT = "N"
               MOVE "CONDITION TYPE MUST BE C OR N" TO WS-SPEC-ERROR
               GO TO 0330-EXIT
           END-IF.
           IF WS-CND-OP (WS-CND-SUB) NOT = "EQ" AND NOT = "NE"
                   AND NOT = "GT" AND NOT = "GE" AND NOT = "LT"
                   AND NOT = "LE" AND NOT = "NM" AND NOT = "NN"
               STRING "UNKNOWN CONDITION " WS-CND-OP (WS-CND-SUB)
                   DELIMITED BY SIZE INTO WS-SPEC-ERROR
               GO TO 0330-EXIT
           END-IF.
           IF WS-CND-ACTION (WS-CND-SUB) = "REJ"
                   AND WS-CND-REASON (WS-CND-SUB) = SPACES
               MOVE "REJECTED BY SORT SPECIFICATION"
                   TO WS-CND-REASON (WS-CND-SUB)
           END-IF.
      * A NUMERIC VALUE IS LINED UP ON THE RIGHT OF THE FIELD, SO
      * IT MUST BE DIGITS AND NO LONGER THAN THE FIELD.
           IF WS-CND-TYPE (WS-CND-SUB) = "N"
                   AND WS-CND-OP (WS-CND-SUB) NOT = "NM" AND NOT = "NN"
               PERFORM 1250-VALUE-LENGTH THRU 1250-EXIT
               IF WS-LIT-LEN > WS-CND-LEN (WS-CND-SUB)
                   MOVE "NUMERIC VALUE LONGER THAN FIELD"
                       TO WS-SPEC-ERROR
                   GO TO 0330-EXIT
               END-IF
               IF WS-LIT-LEN > ZERO
                   IF WS-CND-VALUE (WS-CND-SUB) (1:WS-LIT-LEN)
                           NOT NUMERIC
                       MOVE "NUMERIC VALUE NOT NUMERIC"
                           TO WS-SPEC-ERROR
                   END-IF
               END-IF
           END-IF.
       0330-EXIT.
           EXIT.

       0400-BUILD-CHAR-TABLES.
           PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
                   UNTIL WS-BYTE-SUB > 256
               COMPUTE WS-BYTE-NUM = WS-BYTE-SUB - 1
               MOVE WS-BYTE-PAIR (2:1)
                   TO WS-ALL-CHARS (WS-BYTE-SUB:1)
               MOVE WS-BYTE-PAIR (2:1)
                   TO WS-REV-CHARS (257 - WS-BYTE-SUB:1)
           END-PERFORM.
       0400-EXIT.
           EXIT.

      * READS THE UNSORTED INPUT FILE AND RELEASES ONLY RECORDS THAT
      * PASS THE SPECIFICATION'S REJECT, INCLUDE AND OMIT TESTS. BAD
      * RECORDS ARE LOGGED TO THE REJECT FILE INSTEAD OF BEING SORTED.
       1000-VALIDATE-INPUT.
           OPEN INPUT IN-FILE.
           IF NOT IN-STATUS-OK
               DISPLAY "CANNOT OPEN INPUT FILE " WS-IN-NAME
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           PERFORM UNTIL 1 = 2
               MOVE SPACES TO IN-REC
               READ IN-FILE
                   AT END
                       EXIT PERFORM

       1100-CHECK-RECORD.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "Y" TO WS-INCLUDED.
           MOVE "N" TO WS-OMITTED.
           PERFORM VARYING WS-CND-SUB FROM 1 BY 1
                   UNTIL WS-CND-SUB > WS-CND-COUNT
                      OR WS-REJECT-REASON NOT = SPACES
               PERFORM 1200-TEST-CONDITION THRU 1200-EXIT
               IF WS-CND-TRUE = "Y"
                   EVALUATE WS-CND-ACTION (WS-CND-SUB)
                       WHEN "REJ"
                           MOVE WS-CND-REASON (WS-CND-SUB)
                               TO WS-REJECT-REASON
                       WHEN "OMT"
                           MOVE "Y" TO WS-OMITTED
                   END-EVALUATE
               ELSE
                   IF WS-CND-ACTION (WS-CND-SUB) = "INC"
                       MOVE "N" TO WS-INCLUDED
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-REJECT-REASON = SPACES
                   AND WS-INCLUDED = "Y" AND WS-OMITTED = "N"
               PERFORM 1300-BUILD-KEY THRU 1300-EXIT
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               MOVE SPACES TO REJECT-REC
               MOVE IN-REC (1:WS-REC-LEN)
                   TO REJECT-REC (1:WS-REC-LEN)
               MOVE WS-REJECT-REASON
                   TO REJECT-REC (WS-REC-LEN + 3:30)
               WRITE REJECT-REC
               ADD 1 TO WS-REJECT-COUNT
               GO TO 1100-EXIT
           END-IF.
           IF WS-INCLUDED = "N" OR WS-OMITTED = "Y"
               ADD 1 TO WS-OMIT-COUNT
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO SORT-DATA.
           MOVE IN-REC (1:WS-REC-LEN) TO SORT-DATA (1:WS-REC-LEN).
           RELEASE SORT-REC.
           ADD 1 TO WS-RELEASE-COUNT.
       1100-EXIT.
           EXIT.

      * SETS WS-CND-TRUE FOR THE CONDITION AT WS-CND-SUB. A NUMERIC
      * COMPARISON ON A FIELD THAT IS NOT A NUMBER IS NEVER TRUE.
       1200-TEST-CONDITION.
           MOVE "N" TO WS-CND-TRUE.
           MOVE SPACES TO WS-CMP-FIELD.
           MOVE IN-REC (WS-CND-START (WS-CND-SUB):
                        WS-CND-LEN (WS-CND-SUB))
               TO WS-CMP-FIELD (1:WS-CND-LEN (WS-CND-SUB)).
           IF WS-CND-TYPE (WS-CND-SUB) = "N"
               INSPECT WS-CMP-FIELD (1:WS-CND-LEN (WS-CND-SUB))
                   REPLACING LEADING SPACES BY ZEROS
           END-IF.
           IF WS-CND-OP (WS-CND-SUB) = "NM" OR "NN"
               IF WS-CMP-FIELD (1:WS-CND-LEN (WS-CND-SUB)) NUMERIC
                   IF WS-CND-OP (WS-CND-SUB) = "NM"
                       MOVE "Y" TO WS-CND-TRUE
                   END-IF
               ELSE
                   IF WS-CND-OP (WS-CND-SUB) = "NN"
                       MOVE "Y" TO WS-CND-TRUE
                   END-IF
               END-IF
               GO TO 1200-EXIT
           END-IF.

           MOVE SPACES TO WS-CMP-VALUE.
           IF WS-CND-TYPE (WS-CND-SUB) = "N"
               IF WS-CMP-FIELD (1:WS-CND-LEN (WS-CND-SUB))
                       NOT NUMERIC
                   GO TO 1200-EXIT
               END-IF
               PERFORM 1250-VALUE-LENGTH THRU 1250-EXIT
               MOVE ZEROS TO WS-CMP-VALUE (1:WS-CND-LEN (WS-CND-SUB))
               IF WS-LIT-LEN > ZERO
                   MOVE WS-CND-VALUE (WS-CND-SUB) (1:WS-LIT-LEN)
                       TO WS-CMP-VALUE (WS-CND-LEN (WS-CND-SUB)
                                        - WS-LIT-LEN + 1:WS-LIT-LEN)
               END-IF
           ELSE
               MOVE WS-CND-VALUE (WS-CND-SUB) TO WS-CMP-VALUE
           END-IF.

           EVALUATE WS-CND-OP (WS-CND-SUB)
               WHEN "EQ"
                   IF WS-CMP-FIELD = WS-CMP-VALUE
                       MOVE "Y" TO WS-CND-TRUE
                   END-IF
               WHEN "NE"
                   IF WS-CMP-FIELD NOT = WS-CMP-VALUE
                       MOVE "Y" TO WS-CND-TRUE
                   END-IF
               WHEN "GT"
                   IF WS-CMP-FIELD > WS-CMP-VALUE
                       MOVE "Y" TO WS-CND-TRUE
                   END-IF
               WHEN "GE"
                   IF WS-CMP-FIELD NOT < WS-CMP-VALUE
                       MOVE "Y" TO WS-CND-TRUE
                   END-IF
               WHEN "LT"
                   IF WS-CMP-FIELD < WS-CMP-VALUE
                       MOVE "Y" TO WS-CND-TRUE
                   END-IF
               WHEN "LE"
                   IF WS-CMP-FIELD NOT > WS-CMP-VALUE
                       MOVE "Y" TO WS-CND-TRUE
                   END-IF
           END-EVALUATE.
       1200-EXIT.
           EXIT.

      * LENGTH OF THE CONDITION'S VALUE WITHOUT TRAILING SPACES.
       1250-VALUE-LENGTH.
           PERFORM VARYING WS-LIT-LEN FROM 30 BY -1
                   UNTIL WS-LIT-LEN = ZERO
                      OR WS-CND-VALUE (WS-CND-SUB) (WS-LIT-LEN:1)
                         NOT = SPACE
               CONTINUE
           END-PERFORM.
       1250-EXIT.
           EXIT.

      * EACH KEY IS ADDED TO SORT-KEY SO THAT AN ASCENDING SORT OF
      * THE WHOLE STRING GIVES THE ORDER ASKED FOR: NUMBERS ARE
      * ZERO-FILLED, AND A DESCENDING KEY HAS EVERY DIGIT OR BYTE
      * TURNED END FOR END.
       1300-BUILD-KEY.
           MOVE SPACES TO SORT-KEY.
           MOVE 1 TO WS-KEY-POS.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
                      OR WS-REJECT-REASON NOT = SPACES
               MOVE SPACES TO WS-KEY-PART
               MOVE IN-REC (WS-KEY-START (WS-KEY-SUB):
                            WS-KEY-LEN (WS-KEY-SUB))
                   TO WS-KEY-PART (1:WS-KEY-LEN (WS-KEY-SUB))
               IF WS-KEY-TYPE (WS-KEY-SUB) = "N"
                   INSPECT WS-KEY-PART (1:WS-KEY-LEN (WS-KEY-SUB))
                       REPLACING LEADING SPACES BY ZEROS
                   IF WS-KEY-PART (1:WS-KEY-LEN (WS-KEY-SUB))
                           NOT NUMERIC
                       MOVE WS-KEY-SUB TO WS-PRT-KEY
                       STRING "NON-NUMERIC SORT KEY " WS-PRT-KEY
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-IF
                   IF WS-KEY-DIR (WS-KEY-SUB) = "D"
                       INSPECT WS-KEY-PART (1:WS-KEY-LEN (WS-KEY-SUB))
                           CONVERTING "0123456789" TO "9876543210"
                   END-IF
               ELSE
                   IF WS-KEY-DIR (WS-KEY-SUB) = "D"
                       INSPECT WS-KEY-PART (1:WS-KEY-LEN (WS-KEY-SUB))
                           CONVERTING WS-ALL-CHARS TO WS-REV-CHARS
                   END-IF
               END-IF
               MOVE WS-KEY-PART (1:WS-KEY-LEN (WS-KEY-SUB))
                   TO SORT-KEY (WS-KEY-POS:WS-KEY-LEN (WS-KEY-SUB))
               ADD WS-KEY-LEN (WS-KEY-SUB) TO WS-KEY-POS
           END-PERFORM.
       1300-EXIT.
           EXIT.

      * COPIES THE SORTED RECORDS TO THE OUTPUT FILE, COUNTING THEM
      * FOR THE CONTROL REPORT.
       2000-WRITE-OUTPUT.
           IF STANDARD-SORT
               OPEN OUTPUT OUT-FILE
           ELSE
               OPEN OUTPUT SORTED-FILE
               IF NOT OUT-STATUS-OK
                   DISPLAY "CANNOT OPEN OUTPUT FILE " WS-OUT-NAME
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           PERFORM UNTIL 1 = 2
               RETURN WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF STANDARD-SORT
                           MOVE SORT-DATA (1:28) TO OUT-REC
                           WRITE OUT-REC
                       ELSE
                           MOVE SORT-DATA TO SORTED-REC
                           WRITE SORTED-REC
                       END-IF
                       ADD 1 TO WS-OUTPUT-COUNT
               END-RETURN
           END-PERFORM.
           IF STANDARD-SORT
               CLOSE OUT-FILE
           ELSE
               CLOSE SORTED-FILE
           END-IF.
       2000-EXIT.
           EXIT.

       3000-WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-FILE.
           MOVE SPACES TO CONTROL-LINE.
           IF STANDARD-SORT
               STRING "SORT ORDER            : " WS-SORT-ORDER
                   DELIMITED BY SIZE INTO CONTROL-LINE
           ELSE
               STRING "SORT SPECIFICATION     : " WS-PARM-NAME
                   DELIMITED BY SIZE INTO CONTROL-LINE
           END-IF.
           WRITE CONTROL-LINE.
           IF NOT STANDARD-SORT
               PERFORM 3100-LIST-SPEC THRU 3100-EXIT
           END-IF.
           MOVE SPACES TO CONTROL-LINE.
           STRING "RECORDS READ           : " WS-READ-COUNT
               DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           STRING "RECORDS REJECTED       : " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           IF NOT STANDARD-SORT
               MOVE SPACES TO CONTROL-LINE
               STRING "RECORDS OMITTED        : " WS-OMIT-COUNT
                   DELIMITED BY SIZE INTO CONTROL-LINE
               WRITE CONTROL-LINE
           END-IF.
           MOVE SPACES TO CONTROL-LINE.
           STRING "RECORDS SORTED         : " WS-RELEASE-COUNT
               DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           STRING "RECORDS WRITTEN TO OUT : " WS-OUTPUT-COUNT
               DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           CLOSE CONTROL-FILE.
       3000-EXIT.
           EXIT.

       3100-LIST-SPEC.
           MOVE SPACES TO CONTROL-LINE.
           STRING "INPUT FILE             : " WS-IN-NAME
               DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           STRING "OUTPUT FILE            : " WS-OUT-NAME
               DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
               MOVE WS-KEY-SUB TO WS-PRT-KEY
               MOVE SPACES TO CONTROL-LINE
               STRING "SORT KEY " WS-PRT-KEY
                      "             : " WS-KEY-START (WS-KEY-SUB)
                      " " WS-KEY-LEN (WS-KEY-SUB)
                      " " WS-KEY-TYPE (WS-KEY-SUB)
                      " " WS-KEY-DIR (WS-KEY-SUB)
                      " " WS-KEY-NAME (WS-KEY-SUB)
                   DELIMITED BY SIZE INTO CONTROL-LINE
               WRITE CONTROL-LINE
           END-PERFORM.
       3100-EXIT.
           EXIT.
