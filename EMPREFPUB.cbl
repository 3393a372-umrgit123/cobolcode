      *********************************************************************
      * NIGHTLY PUBLISH OF THE REFERENCE MASTERS TO THE SQL SIDE.
      *
      * EMPPUBLSH PUTS PAY AND STATUS ON EMPPAYSTAT, BUT A DATABASE
      * USER STILL CANNOT TURN A DEPTID INTO A DEPARTMENT NAME OR A
      * GRADE INTO ITS BAND - THOSE LIVE ONLY ON THE COBOL MASTERS.
      * THIS STEP UPSERTS THREE REFERENCE TABLES EACH NIGHT:
      *   DEPARTMENT  FROM DEPTFILE       (ONE ROW PER DEPARTMENT)
      *   GRADE_BAND  FROM GRADEMAST.DAT  (ONE ROW PER GRADE)
      *   POSITION    FROM POSMAST        (ONE ROW PER POSITION)
      *
      * NOTHING IS EVER DELETED FROM THE SQL SIDE - OLD ROWS STILL
      * DECODE HISTORY. A DEPARTMENT WITH A DEPT-CLOSED-DATE IS
      * PUBLISHED WITH ACTIVE = 'N'; A POSITION DELETED FROM POSMAST
      * (EMPPOSM REMOVES THE RECORD OUTRIGHT) IS FOUND BY A SWEEP OF
      * THE ACTIVE POSITION ROWS AND MARKED ACTIVE = 'N'. A POSITION
      * RE-ADDED UNDER THE SAME ID IS SIMPLY MADE ACTIVE AGAIN.
      *
      * UPSERT FOLLOWS EMPINSERT'S CONVENTION: A COUNT(*) DUPLICATE
      * CHECK DECIDES BETWEEN UPDATE AND INSERT, EACH ROW COMMITS
      * INDIVIDUALLY, AND A FAILED ROW IS ROLLED BACK AND COUNTED
      * WITHOUT HALTING THE BATCH.
      *
      * EACH TABLE IS BALANCED TWICE AND LOGGED THROUGH LOGMSG:
      * ROWS PUBLISHED AGAINST RECORDS READ, AND THE ACTIVE ROW
      * COUNT ON THE TABLE AGAINST THE ACTIVE SOURCE RECORDS. ANY
      * ROW ERROR OR IMBALANCE RETURNS 4.
      *********************************************************************
      $SET SQL(DBMAN=ADO)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPREFPUB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DEPT-FILE ASSIGN "DEPTFILE"
                      ACCESS DYNAMIC
                      ORGANIZATION INDEXED
                      STATUS WS-DEPT-FILE-STATUS
                      RECORD KEY DEPT-NO.
       SELECT GRADE-FILE ASSIGN "GRADEMAST.DAT"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS WS-GRADE-FILE-STATUS.
       SELECT POS-FILE ASSIGN "POSMAST"
                      ACCESS DYNAMIC
                      ORGANIZATION INDEXED
                      STATUS WS-POS-FILE-STATUS
                      RECORD KEY POS-ID.

       DATA DIVISION.
       FILE SECTION.
       FD DEPT-FILE
       RECORD 80.
       01 DEPTREC.
          05 DEPT-NO           PIC 9(03).
          05 DEPT-NAME         PIC X(20).
          05 DEPT-MANAGER      PIC X(20).
          05 DEPT-DIVISION     PIC 9(02).
          05 DEPT-SALARY-BUDGET PIC 9(09).
          05 DEPT-CLOSED-DATE  PIC 9(08).
          05 DEPT-MERGE-INTO   PIC 9(03).
          05 FILLER            PIC X(15).
       01 DEPTREC-X REDEFINES DEPTREC.
          05 FILLER            PIC X(54).
          05 DEPT-CLOSED-DATE-X PIC X(08).
          05 FILLER            PIC X(18).

       FD GRADE-FILE
       RECORD 15.
       01 GRADE-REC.
          05 GRD-GRADE         PIC X(02).
          05 GRD-MIN-SALARY    PIC 9(06).
          05 GRD-MAX-SALARY    PIC 9(06).
          05 GRD-PAY-BY-HOURS  PIC X(01).

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

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-DEPT-FILE-STATUS   PIC X(02) VALUE "00".
             88 DEPT-STATUS-OK     VALUE "00".
          05 WS-DEPT-FILE-END      PIC X(01) VALUE "N".
             88 DEPT-FILE-END      VALUE "Y".
          05 WS-GRADE-FILE-STATUS  PIC X(02) VALUE "00".
             88 GRADE-STATUS-OK    VALUE "00".
          05 WS-GRADE-FILE-END     PIC X(01) VALUE "N".
             88 GRADE-FILE-END     VALUE "Y".
          05 WS-POS-FILE-STATUS    PIC X(02) VALUE "00".
             88 POS-STATUS-OK      VALUE "00".
          05 WS-POS-FILE-END       PIC X(01) VALUE "N".
             88 POS-FILE-END       VALUE "Y".
          05 WS-SQL-CURS-END       PIC X(01) VALUE "N".
             88 SQL-CURS-END       VALUE "Y".
          05 WS-OUT-OF-BALANCE     PIC X(01) VALUE "N".
             88 OUT-OF-BALANCE     VALUE "Y".

      * PER-TABLE COUNTS: 1 DEPARTMENT, 2 GRADE_BAND, 3 POSITION.
       01 WS-TABLE-NAMES.
          05 FILLER                PIC X(10) VALUE "DEPARTMENT".
          05 FILLER                PIC X(10) VALUE "GRADE_BAND".
          05 FILLER                PIC X(10) VALUE "POSITION".
       01 WS-TABLE-NAMES-TBL REDEFINES WS-TABLE-NAMES.
          05 WS-TABLE-NAME         PIC X(10) OCCURS 3 TIMES.
       01 WS-TABLE-COUNTS.
          05 WS-TABLE-ENTRY OCCURS 3 TIMES.
             10 WS-READ-COUNT      PIC 9(05).
             10 WS-ACTIVE-COUNT    PIC 9(05).
             10 WS-INSERT-COUNT    PIC 9(05).
             10 WS-UPDATE-COUNT    PIC 9(05).
             10 WS-ERROR-COUNT     PIC 9(05).
             10 WS-SQL-ACTIVE      PIC 9(05).
       01 WS-TBL                   PIC 9(01).
       01 WS-PUBLISHED             PIC 9(05).
       01 WS-RETIRED-COUNT         PIC 9(05) VALUE ZERO.

      * THE ACTIVE POSITION ROWS, FETCHED WHOLE BEFORE ANY ARE
      * RETIRED SO THE PER-ROW COMMITS NEVER CLOSE AN OPEN CURSOR.
       01 WS-SWEEP-COUNT           PIC 9(04) VALUE ZERO.
       01 WS-SWEEP-TABLE.
          05 WS-SWEEP-POS-ID       PIC X(06) OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-SWEEP-COUNT.
       01 WS-SWEEP-SUB             PIC 9(04).

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPREFPB".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

      *  INCLUDE THE SQL COMMUNICATIONS AREA. THIS INCLUDES THE
      *  DEFINITIONS OF SQLCODE, ETC
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 P-DEPTID       PIC X(03).
       01 P-DEPT-NAME    PIC X(20).
       01 P-MANAGER      PIC X(20).
       01 P-DIVISION     PIC X(02).
       01 P-CLOSED-DATE  PIC X(08).
       01 P-GRADE        PIC X(02).
       01 P-MIN-SALARY   PIC 9(06).
       01 P-MAX-SALARY   PIC 9(06).
       01 P-PAY-BY-HOURS PIC X(01).
       01 P-POS-ID       PIC X(06).
       01 P-AUTH-SALARY  PIC 9(06)V99.
       01 P-POS-STATUS   PIC X(01).
       01 P-ACTIVE       PIC X(01).
       01 P-DUP-COUNT    PIC S9(09) COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-PUBLISH-DEPARTMENTS THRU 2000-EXIT.
           PERFORM 3000-PUBLISH-GRADES THRU 3000-EXIT.
           PERFORM 4000-PUBLISH-POSITIONS THRU 4000-EXIT.
           PERFORM 4500-RETIRE-POSITIONS THRU 4500-EXIT.
           PERFORM 8000-BALANCE-TABLES THRU 8000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           INITIALIZE WS-TABLE-COUNTS.
           EXEC SQL CONNECT TO UMRCONNECT
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERROR: NOT CONNECTED"
               DISPLAY SQLCODE
               DISPLAY SQLERRMC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT DEPT-FILE.
           IF NOT DEPT-STATUS-OK
               DISPLAY "ERROR OPENING DEPT-FILE"
               DISPLAY "FILE STATUS : " WS-DEPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT GRADE-FILE.
           IF NOT GRADE-STATUS-OK
               DISPLAY "ERROR OPENING GRADE-FILE"
               DISPLAY "FILE STATUS : " WS-GRADE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT POS-FILE.
           IF NOT POS-STATUS-OK
               DISPLAY "ERROR OPENING POS-FILE"
               DISPLAY "FILE STATUS : " WS-POS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * DEPARTMENT. A CLOSED DEPARTMENT STAYS ON THE TABLE, INACTIVE,
      * CARRYING ITS CLOSING DATE.
       2000-PUBLISH-DEPARTMENTS.
           MOVE 1 TO WS-TBL.
           PERFORM UNTIL DEPT-FILE-END
               READ DEPT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-DEPT-FILE-END
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT (1)
                       PERFORM 2100-UPSERT-DEPARTMENT THRU 2100-EXIT
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-UPSERT-DEPARTMENT.
           MOVE DEPT-NO       TO P-DEPTID.
           MOVE DEPT-NAME     TO P-DEPT-NAME.
           MOVE DEPT-MANAGER  TO P-MANAGER.
           MOVE DEPT-DIVISION TO P-DIVISION.
           IF DEPT-CLOSED-DATE-X NOT NUMERIC
               MOVE ZERO TO DEPT-CLOSED-DATE
           END-IF.
           MOVE DEPT-CLOSED-DATE TO P-CLOSED-DATE.
           IF DEPT-CLOSED-DATE > ZERO
               MOVE "N" TO P-ACTIVE
           ELSE
               MOVE "Y" TO P-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT (1)
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :P-DUP-COUNT
               FROM DEPARTMENT
               WHERE DEPTID = :P-DEPTID
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 7900-ROW-ERROR THRU 7900-EXIT
               GO TO 2100-EXIT
           END-IF.

           IF P-DUP-COUNT > 0
               EXEC SQL
                   UPDATE DEPARTMENT
                   SET DEPT_NAME = :P-DEPT-NAME,
                       MANAGER = :P-MANAGER,
                       DIVISION = :P-DIVISION,
                       CLOSED_DATE = :P-CLOSED-DATE,
                       ACTIVE = :P-ACTIVE
                   WHERE DEPTID = :P-DEPTID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 7900-ROW-ERROR THRU 7900-EXIT
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-UPDATE-COUNT (1)
               END-IF
           ELSE
               EXEC SQL
                   INSERT INTO DEPARTMENT
                       (DEPTID, DEPT_NAME, MANAGER, DIVISION,
                        CLOSED_DATE, ACTIVE)
                   VALUES (:P-DEPTID, :P-DEPT-NAME, :P-MANAGER,
                           :P-DIVISION, :P-CLOSED-DATE, :P-ACTIVE)
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 7900-ROW-ERROR THRU 7900-EXIT
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-INSERT-COUNT (1)
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * GRADE_BAND. EVERY GRADE ON THE MASTER IS IN USE.
       3000-PUBLISH-GRADES.
           MOVE 2 TO WS-TBL.
           PERFORM UNTIL GRADE-FILE-END
               READ GRADE-FILE
                   AT END
                       MOVE "Y" TO WS-GRADE-FILE-END
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT (2)
                       ADD 1 TO WS-ACTIVE-COUNT (2)
                       PERFORM 3100-UPSERT-GRADE THRU 3100-EXIT
               END-READ
           END-PERFORM.
       3000-EXIT.
           EXIT.

       3100-UPSERT-GRADE.
           MOVE GRD-GRADE        TO P-GRADE.
           MOVE GRD-MIN-SALARY   TO P-MIN-SALARY.
           MOVE GRD-MAX-SALARY   TO P-MAX-SALARY.
           MOVE GRD-PAY-BY-HOURS TO P-PAY-BY-HOURS.

           EXEC SQL
               SELECT COUNT(*) INTO :P-DUP-COUNT
               FROM GRADE_BAND
               WHERE GRADE = :P-GRADE
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 7900-ROW-ERROR THRU 7900-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF P-DUP-COUNT > 0
               EXEC SQL
                   UPDATE GRADE_BAND
                   SET MIN_SALARY = :P-MIN-SALARY,
                       MAX_SALARY = :P-MAX-SALARY,
                       PAY_BY_HOURS = :P-PAY-BY-HOURS
                   WHERE GRADE = :P-GRADE
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 7900-ROW-ERROR THRU 7900-EXIT
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-UPDATE-COUNT (2)
               END-IF
           ELSE
               EXEC SQL
                   INSERT INTO GRADE_BAND
                       (GRADE, MIN_SALARY, MAX_SALARY, PAY_BY_HOURS)
                   VALUES (:P-GRADE, :P-MIN-SALARY, :P-MAX-SALARY,
                           :P-PAY-BY-HOURS)
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 7900-ROW-ERROR THRU 7900-EXIT
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-INSERT-COUNT (2)
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * POSITION. EVERY POSITION STILL ON POSMAST IS ACTIVE,
      * WHATEVER ITS AUTHORIZATION STATUS.
       4000-PUBLISH-POSITIONS.
           MOVE 3 TO WS-TBL.
           PERFORM UNTIL POS-FILE-END
               READ POS-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-POS-FILE-END
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT (3)
                       ADD 1 TO WS-ACTIVE-COUNT (3)
                       PERFORM 4100-UPSERT-POSITION THRU 4100-EXIT
               END-READ
           END-PERFORM.
       4000-EXIT.
           EXIT.

       4100-UPSERT-POSITION.
           MOVE POS-ID          TO P-POS-ID.
           MOVE POS-DEPT        TO P-DEPTID.
           MOVE POS-GRADE       TO P-GRADE.
           MOVE POS-AUTH-SALARY TO P-AUTH-SALARY.
           MOVE POS-STATUS      TO P-POS-STATUS.
           MOVE "Y"             TO P-ACTIVE.

           EXEC SQL
               SELECT COUNT(*) INTO :P-DUP-COUNT
               FROM POSITION
               WHERE POSITION_ID = :P-POS-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 7900-ROW-ERROR THRU 7900-EXIT
               GO TO 4100-EXIT
           END-IF.

           IF P-DUP-COUNT > 0
               EXEC SQL
                   UPDATE POSITION
                   SET DEPTID = :P-DEPTID,
                       GRADE = :P-GRADE,
                       AUTH_SALARY = :P-AUTH-SALARY,
                       POS_STATUS = :P-POS-STATUS,
                       ACTIVE = :P-ACTIVE
                   WHERE POSITION_ID = :P-POS-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 7900-ROW-ERROR THRU 7900-EXIT
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-UPDATE-COUNT (3)
               END-IF
           ELSE
               EXEC SQL
                   INSERT INTO POSITION
                       (POSITION_ID, DEPTID, GRADE, AUTH_SALARY,
                        POS_STATUS, ACTIVE)
                   VALUES (:P-POS-ID, :P-DEPTID, :P-GRADE,
                           :P-AUTH-SALARY, :P-POS-STATUS, :P-ACTIVE)
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 7900-ROW-ERROR THRU 7900-EXIT
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-INSERT-COUNT (3)
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      * AN ACTIVE POSITION ROW WITH NO POSMAST RECORD BEHIND IT WAS
      * DELETED BY EMPPOSM - IT IS RETIRED, NOT REMOVED.
       4500-RETIRE-POSITIONS.
           EXEC SQL
               DECLARE ref-pos-curs CURSOR FOR
                   SELECT POSITION_ID FROM POSITION
                   WHERE ACTIVE = 'Y'
           END-EXEC.
           EXEC SQL OPEN ref-pos-curs END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "CANNOT SWEEP POSITION TABLE"
               DISPLAY SQLCODE
               DISPLAY SQLERRMC
               MOVE "Y" TO WS-OUT-OF-BALANCE
               GO TO 4500-EXIT
           END-IF.
           PERFORM UNTIL SQL-CURS-END
               EXEC SQL
                   FETCH ref-pos-curs INTO :P-POS-ID
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       MOVE "Y" TO WS-SQL-CURS-END
                   WHEN SQLCODE NOT = 0
                       DISPLAY SQLCODE
                       DISPLAY SQLERRMC
                       MOVE "Y" TO WS-SQL-CURS-END
                       MOVE "Y" TO WS-OUT-OF-BALANCE
                   WHEN WS-SWEEP-COUNT < 5000
                       ADD 1 TO WS-SWEEP-COUNT
                       MOVE P-POS-ID
                           TO WS-SWEEP-POS-ID (WS-SWEEP-COUNT)
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE ref-pos-curs END-EXEC.

           MOVE 3 TO WS-TBL.
           PERFORM VARYING WS-SWEEP-SUB FROM 1 BY 1
                   UNTIL WS-SWEEP-SUB > WS-SWEEP-COUNT
               MOVE WS-SWEEP-POS-ID (WS-SWEEP-SUB) TO POS-ID
               READ POS-FILE
                   INVALID KEY
                       PERFORM 4600-RETIRE-ONE THRU 4600-EXIT
               END-READ
           END-PERFORM.
       4500-EXIT.
           EXIT.

       4600-RETIRE-ONE.
           MOVE WS-SWEEP-POS-ID (WS-SWEEP-SUB) TO P-POS-ID.
           EXEC SQL
               UPDATE POSITION
               SET ACTIVE = 'N'
               WHERE POSITION_ID = :P-POS-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 7900-ROW-ERROR THRU 7900-EXIT
           ELSE
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-RETIRED-COUNT
               DISPLAY "POSITION RETIRED: " P-POS-ID
           END-IF.
       4600-EXIT.
           EXIT.

       7900-ROW-ERROR.
           EXEC SQL ROLLBACK END-EXEC.
           DISPLAY "PUBLISH FAILED FOR " WS-TABLE-NAME (WS-TBL).
           DISPLAY "SQLCODE : " SQLCODE.
           DISPLAY "SQLERRMC: " SQLERRMC.
           ADD 1 TO WS-ERROR-COUNT (WS-TBL).
       7900-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * BALANCING. ROWS PUBLISHED MUST EQUAL RECORDS READ, AND THE
      * TABLE'S ACTIVE ROWS MUST EQUAL THE ACTIVE SOURCE RECORDS.
       8000-BALANCE-TABLES.
           EXEC SQL
               SELECT COUNT(*) INTO :P-DUP-COUNT
               FROM DEPARTMENT WHERE ACTIVE = 'Y'
           END-EXEC.
           MOVE P-DUP-COUNT TO WS-SQL-ACTIVE (1).
           EXEC SQL
               SELECT COUNT(*) INTO :P-DUP-COUNT
               FROM GRADE_BAND
           END-EXEC.
           MOVE P-DUP-COUNT TO WS-SQL-ACTIVE (2).
           EXEC SQL
               SELECT COUNT(*) INTO :P-DUP-COUNT
               FROM POSITION WHERE ACTIVE = 'Y'
           END-EXEC.
           MOVE P-DUP-COUNT TO WS-SQL-ACTIVE (3).

           PERFORM 8100-BALANCE-ONE THRU 8100-EXIT
               VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 3.
       8000-EXIT.
           EXIT.

       8100-BALANCE-ONE.
           COMPUTE WS-PUBLISHED = WS-INSERT-COUNT (WS-TBL)
                                + WS-UPDATE-COUNT (WS-TBL).
           MOVE "I" TO LOG-SEVERITY.
           IF WS-PUBLISHED NOT = WS-READ-COUNT (WS-TBL)
                   OR WS-SQL-ACTIVE (WS-TBL)
                      NOT = WS-ACTIVE-COUNT (WS-TBL)
               MOVE "W" TO LOG-SEVERITY
               MOVE "Y" TO WS-OUT-OF-BALANCE
           END-IF.
           MOVE SPACES TO LOG-TEXT.
           STRING WS-TABLE-NAME (WS-TBL) " READ " WS-READ-COUNT (WS-TBL)
                  " ROWS " WS-PUBLISHED
                  " ACTIVE " WS-SQL-ACTIVE (WS-TBL)
                  "/" WS-ACTIVE-COUNT (WS-TBL)
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           DISPLAY LOG-TEXT.
       8100-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE DEPT-FILE.
           CLOSE GRADE-FILE.
           CLOSE POS-FILE.
           EXEC SQL
               DISCONNECT UMRCONNECT
           END-EXEC.
           DISPLAY "END OF PROCESSING".
           PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 3
               DISPLAY WS-TABLE-NAME (WS-TBL)
                       " INSERTED " WS-INSERT-COUNT (WS-TBL)
                       " UPDATED " WS-UPDATE-COUNT (WS-TBL)
                       " IN ERROR " WS-ERROR-COUNT (WS-TBL)
           END-PERFORM.
           DISPLAY "POSITIONS RETIRED : " WS-RETIRED-COUNT.
      * ROW-LEVEL FAILURES AND IMBALANCES SURFACE TO EMPBATCH AS A
      * WARNING SO THE STEP-CONTROL TABLE DECIDES WHETHER THE CHAIN
      * CARRIES ON.
           MOVE ZERO TO RETURN-CODE.
           IF OUT-OF-BALANCE
                   OR WS-ERROR-COUNT (1) > ZERO
                   OR WS-ERROR-COUNT (2) > ZERO
                   OR WS-ERROR-COUNT (3) > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
