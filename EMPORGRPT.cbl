       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPORGRPT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * ORGANIZATION CHART, SPAN OF CONTROL AND REPORTING-LINE
      * EXCEPTIONS.
      *
      * BUILDS THE REPORTING TREE FROM THE SUPERVISOR EMPIDS ON
      * EMPSUPV (MAINTAINED BY EMPSUPVM) OVER EMPFILE, AND THE
      * DIVISION OF EACH EMPLOYEE'S DEPARTMENT FROM DEPTFILE, THEN
      * WRITES:
      *   EMPORG.DAT    - AN INDENTED ORGANIZATION CHART, ONE
      *                   SECTION PER DIVISION. A PERSON WHOSE
      *                   SUPERVISOR IS IN ANOTHER DIVISION HEADS A
      *                   BRANCH OF THEIR OWN DIVISION, MARKED WITH
      *                   WHO THEY REPORT TO. LEAVERS ARE NOT SHOWN.
      *   EMPSPAN.DAT   - SPAN OF CONTROL: DIRECT AND TOTAL REPORTS
      *                   FOR EVERY SUPERVISOR, ACROSS DIVISIONS.
      *   EMPSUPTRM.DAT - EMPLOYEES STILL REPORTING TO SOMEONE WHO
      *                   HAS LEFT, FOR HR TO REASSIGN.
      *   EMPORG.EXC    - BROKEN LINES: SUPERVISORS NOT ON EMPFILE
      *                   (ORPHANS), LINES FOR PEOPLE NOT ON EMPFILE,
      *                   EMPLOYEES WITH NO LINE, REPORTING LOOPS,
      *                   AND DEPARTMENT MANAGER EMPIDS THAT ARE NOT
      *                   ON EMPFILE OR HAVE LEFT.
      * A PERSON CAUGHT IN A LOOP HAS THEIR LINE SET ASIDE FOR THIS
      * RUN, SO THE REST OF THE TREE STILL PRINTS.
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
        SELECT DEPT-FILE ASSIGN "DEPTFILE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-DEPT-FILE-STATUS
                       RECORD KEY DEPT-NO.
        SELECT SUPV-FILE ASSIGN "EMPSUPV"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-SUP-FILE-STATUS
                       RECORD KEY SUP-EMPID.
        SELECT CHART-FILE ASSIGN "EMPORG.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CHT-FILE-STATUS.
        SELECT SPAN-FILE ASSIGN "EMPSPAN.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SPN-FILE-STATUS.
        SELECT LEFT-FILE ASSIGN "EMPSUPTRM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-LFT-FILE-STATUS.
        SELECT EXC-FILE ASSIGN "EMPORG.EXC"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-EXC-FILE-STATUS.
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
          05 DEPT-MANAGER-ID   PIC 9(05).
          05 FILLER            PIC X(10).

       FD SUPV-FILE
       RECORD 40.
       01 EMPSUPV-REC.
          05 SUP-EMPID         PIC 9(05).
          05 SUP-SUPV-ID       PIC 9(05).
          05 SUP-EFF-DATE      PIC 9(08).
          05 SUP-PRIOR-SUPV    PIC 9(05).
          05 SUP-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(09).

       FD CHART-FILE.
       01 CHART-LINE           PIC X(132).

       FD SPAN-FILE.
       01 SPAN-LINE            PIC X(132).

       FD LEFT-FILE.
       01 LEFT-LINE            PIC X(132).

       FD EXC-FILE.
       01 EXC-LINE.
          05 EXC-EMPID         PIC 9(05).
          05 FILLER            PIC X(02).
          05 EXC-REASON        PIC X(50).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-EMP-FILE-END       PIC X(01) VALUE "N".
             88 EMP-FILE-END       VALUE "Y".
          05 WS-DEPT-FILE-STATUS   PIC X(02) VALUE "00".
             88 DEPT-STATUS-OK     VALUE "00".
          05 WS-DEPT-FILE-END      PIC X(01) VALUE "N".
             88 DEPT-FILE-END      VALUE "Y".
          05 WS-SUP-FILE-STATUS    PIC X(02) VALUE "00".
             88 SUP-STATUS-OK      VALUE "00".
          05 WS-SUP-FILE-END       PIC X(01) VALUE "N".
             88 SUP-FILE-END       VALUE "Y".
          05 WS-CHT-FILE-STATUS    PIC X(02) VALUE "00".
             88 CHT-STATUS-OK      VALUE "00".
          05 WS-SPN-FILE-STATUS    PIC X(02) VALUE "00".
             88 SPN-STATUS-OK      VALUE "00".
          05 WS-LFT-FILE-STATUS    PIC X(02) VALUE "00".
             88 LFT-STATUS-OK      VALUE "00".
          05 WS-EXC-FILE-STATUS    PIC X(02) VALUE "00".
             88 EXC-STATUS-OK      VALUE "00".

       01 WS-COUNTS.
          05 WS-EXC-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-LEFT-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-CHART-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-MGR-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-DIRECT-SUM         PIC 9(07) VALUE ZERO.
          05 WS-MAX-SPAN           PIC 9(04) VALUE ZERO.
          05 WS-DROPPED-COUNT      PIC 9(05) VALUE ZERO.

      * ONE ENTRY PER EMPLOYEE, LOADED IN EMPID ORDER SO A
      * SUPERVISOR IS FOUND BY HALVING THE TABLE. ALL LINKS ARE
      * TABLE SUBSCRIPTS, ZERO FOR NONE:
      *   SUPV-SUB    - THE SUPERVISOR, WHEN ON FILE, STILL HERE AND
      *                 NOT IN A LOOP
      *   FIRST/LAST-CHILD, NEXT-SIB - THE CHART TREE (SAME
      *                 DIVISION ONLY), CHILDREN IN EMPID ORDER
      * NOTE SAYS WHY A PERSON HEADS A BRANCH OF THE CHART.
       01 WS-OE-COUNT              PIC 9(04) VALUE ZERO.
       01 WS-OE-TABLE.
          05 WS-OE-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-OE-COUNT.
             10 WS-OE-EMPID        PIC 9(05).
             10 WS-OE-DEPT         PIC 9(03).
             10 WS-OE-DIVISION     PIC 9(02).
             10 WS-OE-NAME         PIC X(20).
             10 WS-OE-DESIG        PIC X(20).
             10 WS-OE-STATUS       PIC X(01).
                88 WS-OE-LEFT      VALUE "T".
             10 WS-OE-TERM-DATE    PIC 9(08).
             10 WS-OE-HAS-LINE     PIC X(01).
                88 WS-OE-LINED     VALUE "Y".
             10 WS-OE-SUPV-ID      PIC 9(05).
             10 WS-OE-SUPV-SUB     PIC 9(04).
             10 WS-OE-FIRST-CHILD  PIC 9(04).
             10 WS-OE-LAST-CHILD   PIC 9(04).
             10 WS-OE-NEXT-SIB     PIC 9(04).
             10 WS-OE-DIRECT       PIC 9(04).
             10 WS-OE-TOTAL        PIC 9(04).
             10 WS-OE-STAMP        PIC 9(04).
             10 WS-OE-IN-LOOP      PIC X(01).
                88 WS-OE-LOOPED    VALUE "Y".
             10 WS-OE-NOTE         PIC X(01).
                88 WS-OE-IS-CHILD  VALUE " ".
                88 WS-OE-TOP       VALUE "T".
                88 WS-OE-NO-LINE   VALUE "N".
                88 WS-OE-ORPHAN    VALUE "O".
                88 WS-OE-SUPV-LEFT VALUE "L".
                88 WS-OE-LOOP-ROOT VALUE "C".
                88 WS-OE-OTHER-DIV VALUE "X".
       01 WS-SUB                   PIC 9(04).
       01 WS-SUB2                  PIC 9(04).
       01 WS-WALK                  PIC 9(04).

      * ONE SLOT PER DEPARTMENT NUMBER, DEPARTMENT PLUS ONE.
       01 WS-DEPT-TABLE.
          05 WS-DT-ENTRY OCCURS 1000 TIMES.
             10 WS-DT-DIVISION     PIC 9(02).
       01 WS-DEPT-SUB              PIC 9(04).

      * ONE SLOT PER DIVISION NUMBER, DIVISION PLUS ONE.
       01 WS-DIV-TABLE.
          05 WS-DIV-ENTRY OCCURS 100 TIMES.
             10 WS-DIV-HEADS       PIC 9(04).
       01 WS-DIV-SUB               PIC 9(03).
       01 WS-PRT-DIVISION          PIC 9(02).

       01 WS-FIND-ID               PIC 9(05).
       01 WS-FIND-SUB              PIC 9(04).
       01 WS-LOW                   PIC S9(05).
       01 WS-HIGH                  PIC S9(05).
       01 WS-MID                   PIC S9(05).

       01 WS-ROOT                  PIC 9(04).
       01 WS-LEVEL                 PIC 9(03).
       01 WS-INDENT                PIC 9(03).
       01 WS-PTR                   PIC 9(03).
       01 WS-MAX-INDENT            PIC 9(03) VALUE 40.

       01 WS-REASON                PIC X(50).
       01 WS-EXC-EMPID             PIC 9(05).
       01 WS-AVG-SPAN              PIC 9(04)V9.
       01 WS-PRT-DEPT              PIC 9(03).
       01 WS-PRT-DIRECT            PIC ZZZ9.
       01 WS-PRT-TOTAL             PIC ZZZ9.
       01 WS-PRT-AVG               PIC ZZZ9.9.
       01 WS-PRT-COUNT             PIC ZZZZ9.

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPORGRP".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 1100-LOAD-DEPARTMENTS THRU 1100-EXIT.
           PERFORM 1200-LOAD-EMPLOYEES THRU 1200-EXIT.
           PERFORM 1300-LOAD-LINES THRU 1300-EXIT.
           PERFORM 2000-RESOLVE-SUPERVISORS THRU 2000-EXIT.
           PERFORM 2200-FIND-LOOPS THRU 2200-EXIT.
           PERFORM 2400-BUILD-TREE THRU 2400-EXIT.
           PERFORM 2600-CHECK-DEPT-MANAGERS THRU 2600-EXIT.
           PERFORM 3000-WRITE-CHART THRU 3000-EXIT.
           PERFORM 5000-WRITE-SPANS THRU 5000-EXIT.
           PERFORM 6000-WRITE-LEFT-SUPERVISORS THRU 6000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
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
           OPEN OUTPUT EXC-FILE.
           IF NOT EXC-STATUS-OK
               DISPLAY "ERROR OPENING EXC-FILE"
               DISPLAY "FILE STATUS : " WS-EXC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > 1000
               MOVE ZERO TO WS-DT-DIVISION (WS-DEPT-SUB)
           END-PERFORM.
           PERFORM VARYING WS-DIV-SUB FROM 1 BY 1
                   UNTIL WS-DIV-SUB > 100
               MOVE ZERO TO WS-DIV-HEADS (WS-DIV-SUB)
           END-PERFORM.
       1000-EXIT.
           EXIT.

      * A DEPARTMENT NOT ON DEPTFILE FALLS IN DIVISION 00.
       1100-LOAD-DEPARTMENTS.
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
                       COMPUTE WS-DEPT-SUB = DEPT-NO + 1
                       MOVE DEPT-DIVISION
                           TO WS-DT-DIVISION (WS-DEPT-SUB)
               END-READ
           END-PERFORM.
       1100-EXIT.
           EXIT.

       1200-LOAD-EMPLOYEES.
           MOVE ZERO TO EMPID.
           START EMPFILE KEY >= EMPID
               INVALID KEY
                   DISPLAY "EMPFILE IS EMPTY"
                   MOVE "Y" TO WS-EMP-FILE-END
           END-START.
           PERFORM UNTIL EMP-FILE-END
               READ EMPFILE NEXT
                   AT END
                       MOVE "Y" TO WS-EMP-FILE-END
                   NOT AT END
                       PERFORM 1210-TAKE-EMPLOYEE THRU 1210-EXIT
               END-READ
           END-PERFORM.
       1200-EXIT.
           EXIT.

       1210-TAKE-EMPLOYEE.
           IF WS-OE-COUNT >= 5000
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY "EMPLOYEE TABLE FULL - " EMPID " DROPPED"
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-OE-COUNT.
           MOVE WS-OE-COUNT TO WS-SUB.
           MOVE EMPID TO WS-OE-EMPID (WS-SUB).
           MOVE EMPDEPT TO WS-OE-DEPT (WS-SUB).
           COMPUTE WS-DEPT-SUB = EMPDEPT + 1.
           MOVE WS-DT-DIVISION (WS-DEPT-SUB)
               TO WS-OE-DIVISION (WS-SUB).
           MOVE EMPNAME TO WS-OE-NAME (WS-SUB).
           MOVE EMPDESIGNATION TO WS-OE-DESIG (WS-SUB).
           MOVE EMP-STATUS TO WS-OE-STATUS (WS-SUB).
           MOVE EMP-TERM-DATE TO WS-OE-TERM-DATE (WS-SUB).
           MOVE "N" TO WS-OE-HAS-LINE (WS-SUB).
           MOVE ZERO TO WS-OE-SUPV-ID (WS-SUB).
           MOVE ZERO TO WS-OE-SUPV-SUB (WS-SUB).
           MOVE ZERO TO WS-OE-FIRST-CHILD (WS-SUB).
           MOVE ZERO TO WS-OE-LAST-CHILD (WS-SUB).
           MOVE ZERO TO WS-OE-NEXT-SIB (WS-SUB).
           MOVE ZERO TO WS-OE-DIRECT (WS-SUB).
           MOVE ZERO TO WS-OE-TOTAL (WS-SUB).
           MOVE ZERO TO WS-OE-STAMP (WS-SUB).
           MOVE "N" TO WS-OE-IN-LOOP (WS-SUB).
           MOVE SPACE TO WS-OE-NOTE (WS-SUB).
       1210-EXIT.
           EXIT.

      * NO EMPSUPV AT ALL LEAVES EVERY EMPLOYEE WITHOUT A LINE - THE
      * EXCEPTION FILE THEN SHOWS WHO STILL NEEDS ONE.
       1300-LOAD-LINES.
           OPEN INPUT SUPV-FILE.
           IF NOT SUP-STATUS-OK
               DISPLAY "NO REPORTING LINES - RUN EMPSUPVM FIRST"
               GO TO 1300-EXIT
           END-IF.
           MOVE ZERO TO SUP-EMPID.
           START SUPV-FILE KEY >= SUP-EMPID
               INVALID KEY
                   MOVE "Y" TO WS-SUP-FILE-END
           END-START.
           PERFORM UNTIL SUP-FILE-END
               READ SUPV-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SUP-FILE-END
                   NOT AT END
                       PERFORM 1310-TAKE-LINE THRU 1310-EXIT
               END-READ
           END-PERFORM.
           CLOSE SUPV-FILE.
       1300-EXIT.
           EXIT.

       1310-TAKE-LINE.
           MOVE SUP-EMPID TO WS-FIND-ID.
           PERFORM 4000-FIND-EMPLOYEE THRU 4000-EXIT.
           IF WS-FIND-SUB = ZERO
               MOVE "REPORTING LINE FOR EMPLOYEE NOT ON EMPFILE"
                   TO WS-REASON
               MOVE SUP-EMPID TO WS-EXC-EMPID
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
               GO TO 1310-EXIT
           END-IF.
           MOVE "Y" TO WS-OE-HAS-LINE (WS-FIND-SUB).
           MOVE SUP-SUPV-ID TO WS-OE-SUPV-ID (WS-FIND-SUB).
       1310-EXIT.
           EXIT.

      * LINK EVERYONE STILL HERE TO THEIR SUPERVISOR, OR SAY WHY
      * THEY CANNOT BE LINKED.
       2000-RESOLVE-SUPERVISORS.
           PERFORM 2100-RESOLVE-ONE THRU 2100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OE-COUNT.
       2000-EXIT.
           EXIT.

       2100-RESOLVE-ONE.
           IF WS-OE-LEFT (WS-SUB)
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-OE-LINED (WS-SUB)
               MOVE "N" TO WS-OE-NOTE (WS-SUB)
               MOVE "NO REPORTING LINE" TO WS-REASON
               MOVE WS-OE-EMPID (WS-SUB) TO WS-EXC-EMPID
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-OE-SUPV-ID (WS-SUB) = ZERO
               MOVE "T" TO WS-OE-NOTE (WS-SUB)
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-OE-SUPV-ID (WS-SUB) TO WS-FIND-ID.
           PERFORM 4000-FIND-EMPLOYEE THRU 4000-EXIT.
           IF WS-FIND-SUB = ZERO
               MOVE "O" TO WS-OE-NOTE (WS-SUB)
               MOVE SPACES TO WS-REASON
               STRING "SUPERVISOR " WS-OE-SUPV-ID (WS-SUB)
                      " NOT ON EMPFILE"
                   DELIMITED BY SIZE INTO WS-REASON
               MOVE WS-OE-EMPID (WS-SUB) TO WS-EXC-EMPID
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-OE-LEFT (WS-FIND-SUB)
               MOVE "L" TO WS-OE-NOTE (WS-SUB)
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-FIND-SUB TO WS-OE-SUPV-SUB (WS-SUB).
       2100-EXIT.
           EXIT.

      * EACH WALK UP THE CHAIN STAMPS WHAT IT PASSES WITH THE
      * STARTING SUBSCRIPT. MEETING ITS OWN STAMP AGAIN MEANS THE
      * WALK HAS GONE ROUND A LOOP; MEETING AN EARLIER WALK'S STAMP
      * MEANS THE REST OF THE CHAIN IS ALREADY PROVED. EVERY PERSON
      * ON A LOOP HAS THEIR LINE SET ASIDE AND IS REPORTED.
       2200-FIND-LOOPS.
           PERFORM 2300-WALK-ONE THRU 2300-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OE-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OE-COUNT
               IF WS-OE-LOOPED (WS-SUB)
                   MOVE ZERO TO WS-OE-SUPV-SUB (WS-SUB)
                   MOVE "C" TO WS-OE-NOTE (WS-SUB)
                   MOVE SPACES TO WS-REASON
                   STRING "IN A REPORTING LOOP - REPORTS TO "
                          WS-OE-SUPV-ID (WS-SUB)
                       DELIMITED BY SIZE INTO WS-REASON
                   MOVE WS-OE-EMPID (WS-SUB) TO WS-EXC-EMPID
                   PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.

       2300-WALK-ONE.
           IF WS-OE-STAMP (WS-SUB) NOT = ZERO
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-SUB TO WS-WALK.

       2300-NEXT-LEVEL.
           IF WS-WALK = ZERO
               GO TO 2300-EXIT
           END-IF.
           IF WS-OE-STAMP (WS-WALK) = WS-SUB
               GO TO 2300-MARK-LOOP
           END-IF.
           IF WS-OE-STAMP (WS-WALK) NOT = ZERO
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-SUB TO WS-OE-STAMP (WS-WALK).
           MOVE WS-OE-SUPV-SUB (WS-WALK) TO WS-WALK.
           GO TO 2300-NEXT-LEVEL.

       2300-MARK-LOOP.
           MOVE WS-WALK TO WS-SUB2.

       2300-NEXT-IN-LOOP.
           MOVE "Y" TO WS-OE-IN-LOOP (WS-SUB2).
           MOVE WS-OE-SUPV-SUB (WS-SUB2) TO WS-SUB2.
           IF WS-SUB2 NOT = WS-WALK
               GO TO 2300-NEXT-IN-LOOP
           END-IF.
       2300-EXIT.
           EXIT.

      * COUNT DIRECT AND TOTAL REPORTS, AND HANG EACH PERSON UNDER
      * THEIR SUPERVISOR ON THE CHART WHEN BOTH ARE IN THE SAME
      * DIVISION. WITH THE LOOPS BROKEN EVERY WALK UP ENDS.
       2400-BUILD-TREE.
           PERFORM 2500-PLACE-ONE THRU 2500-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OE-COUNT.
       2400-EXIT.
           EXIT.

       2500-PLACE-ONE.
           IF WS-OE-LEFT (WS-SUB)
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-OE-SUPV-SUB (WS-SUB) TO WS-WALK.
           IF WS-WALK NOT = ZERO
               ADD 1 TO WS-OE-DIRECT (WS-WALK)
           END-IF.
           PERFORM UNTIL WS-WALK = ZERO
               ADD 1 TO WS-OE-TOTAL (WS-WALK)
               MOVE WS-OE-SUPV-SUB (WS-WALK) TO WS-WALK
           END-PERFORM.

           MOVE WS-OE-SUPV-SUB (WS-SUB) TO WS-WALK.
           IF WS-WALK NOT = ZERO
               IF WS-OE-DIVISION (WS-WALK)
                       NOT = WS-OE-DIVISION (WS-SUB)
                   MOVE "X" TO WS-OE-NOTE (WS-SUB)
               ELSE
                   IF WS-OE-LAST-CHILD (WS-WALK) = ZERO
                       MOVE WS-SUB TO WS-OE-FIRST-CHILD (WS-WALK)
                   ELSE
                       MOVE WS-OE-LAST-CHILD (WS-WALK) TO WS-SUB2
                       MOVE WS-SUB TO WS-OE-NEXT-SIB (WS-SUB2)
                   END-IF
                   MOVE WS-SUB TO WS-OE-LAST-CHILD (WS-WALK)
                   GO TO 2500-EXIT
               END-IF
           END-IF.

           COMPUTE WS-DIV-SUB = WS-OE-DIVISION (WS-SUB) + 1.
           ADD 1 TO WS-DIV-HEADS (WS-DIV-SUB).
       2500-EXIT.
           EXIT.

      * THE MANAGER EMPID DEPTLOAD PROVED AT LOAD TIME MAY HAVE GONE
      * STALE SINCE - A MANAGER WHO HAS LEFT OR BEEN PURGED.
       2600-CHECK-DEPT-MANAGERS.
           MOVE "N" TO WS-DEPT-FILE-END.
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
                       PERFORM 2610-CHECK-ONE-MANAGER THRU 2610-EXIT
               END-READ
           END-PERFORM.
       2600-EXIT.
           EXIT.

       2610-CHECK-ONE-MANAGER.
           IF DEPT-MANAGER-ID NOT NUMERIC
                   OR DEPT-MANAGER-ID = ZERO
               GO TO 2610-EXIT
           END-IF.
           MOVE DEPT-MANAGER-ID TO WS-FIND-ID.
           PERFORM 4000-FIND-EMPLOYEE THRU 4000-EXIT.
           MOVE SPACES TO WS-REASON.
           IF WS-FIND-SUB = ZERO
               STRING "MANAGER OF DEPT " DEPT-NO
                      " IS NOT ON EMPFILE"
                   DELIMITED BY SIZE INTO WS-REASON
           ELSE
               IF WS-OE-LEFT (WS-FIND-SUB)
                   STRING "MANAGER OF DEPT " DEPT-NO
                          " HAS LEFT"
                       DELIMITED BY SIZE INTO WS-REASON
               END-IF
           END-IF.
           IF WS-REASON NOT = SPACES
               MOVE DEPT-MANAGER-ID TO WS-EXC-EMPID
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
           END-IF.
       2610-EXIT.
           EXIT.

      * ONE SECTION PER DIVISION THAT HAS ANYONE IN IT. EACH BRANCH
      * IS PRINTED DEPTH FIRST BY FOLLOWING THE CHILD AND SIBLING
      * LINKS DOWN AND THE SUPERVISOR LINKS BACK UP, TWO COLUMNS OF
      * INDENT PER LEVEL.
       3000-WRITE-CHART.
           OPEN OUTPUT CHART-FILE.
           IF NOT CHT-STATUS-OK
               DISPLAY "ERROR OPENING CHART-FILE"
               DISPLAY "FILE STATUS : " WS-CHT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "ORGANIZATION CHART BY DIVISION" TO CHART-LINE.
           WRITE CHART-LINE.

           PERFORM VARYING WS-DIV-SUB FROM 1 BY 1
                   UNTIL WS-DIV-SUB > 100
               IF WS-DIV-HEADS (WS-DIV-SUB) > ZERO
                   COMPUTE WS-PRT-DIVISION = WS-DIV-SUB - 1
                   MOVE SPACES TO CHART-LINE
                   WRITE CHART-LINE
                   MOVE SPACES TO CHART-LINE
                   STRING "DIVISION " WS-PRT-DIVISION
                       DELIMITED BY SIZE INTO CHART-LINE
                   WRITE CHART-LINE
                   PERFORM 3100-WRITE-BRANCH THRU 3100-EXIT
                       VARYING WS-ROOT FROM 1 BY 1
                       UNTIL WS-ROOT > WS-OE-COUNT
               END-IF
           END-PERFORM.
           CLOSE CHART-FILE.
       3000-EXIT.
           EXIT.

       3100-WRITE-BRANCH.
           IF WS-OE-LEFT (WS-ROOT)
                   OR WS-OE-IS-CHILD (WS-ROOT)
                   OR WS-OE-DIVISION (WS-ROOT) NOT = WS-PRT-DIVISION
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-ROOT TO WS-WALK.
           MOVE ZERO TO WS-LEVEL.

       3100-PRINT.
           PERFORM 3200-WRITE-PERSON THRU 3200-EXIT.
           IF WS-OE-FIRST-CHILD (WS-WALK) NOT = ZERO
               MOVE WS-OE-FIRST-CHILD (WS-WALK) TO WS-WALK
               ADD 1 TO WS-LEVEL
               GO TO 3100-PRINT
           END-IF.

       3100-CLIMB.
           IF WS-WALK = WS-ROOT
               GO TO 3100-EXIT
           END-IF.
           IF WS-OE-NEXT-SIB (WS-WALK) NOT = ZERO
               MOVE WS-OE-NEXT-SIB (WS-WALK) TO WS-WALK
               GO TO 3100-PRINT
           END-IF.
           MOVE WS-OE-SUPV-SUB (WS-WALK) TO WS-WALK.
           SUBTRACT 1 FROM WS-LEVEL.
           GO TO 3100-CLIMB.
       3100-EXIT.
           EXIT.

       3200-WRITE-PERSON.
           COMPUTE WS-INDENT = WS-LEVEL * 2.
           IF WS-INDENT > WS-MAX-INDENT
               MOVE WS-MAX-INDENT TO WS-INDENT
           END-IF.
           COMPUTE WS-PTR = WS-INDENT + 1.
           MOVE WS-OE-DEPT (WS-WALK) TO WS-PRT-DEPT.
           MOVE SPACES TO CHART-LINE.
           STRING WS-OE-EMPID (WS-WALK) " " WS-OE-NAME (WS-WALK)
                  " " WS-OE-DESIG (WS-WALK) " DEPT " WS-PRT-DEPT
               DELIMITED BY SIZE INTO CHART-LINE
               WITH POINTER WS-PTR.
           EVALUATE TRUE
               WHEN WS-OE-NO-LINE (WS-WALK)
                   STRING "  (NO REPORTING LINE)"
                       DELIMITED BY SIZE INTO CHART-LINE
                       WITH POINTER WS-PTR
               WHEN WS-OE-ORPHAN (WS-WALK)
                   STRING "  (SUPERVISOR " WS-OE-SUPV-ID (WS-WALK)
                          " NOT ON FILE)"
                       DELIMITED BY SIZE INTO CHART-LINE
                       WITH POINTER WS-PTR
               WHEN WS-OE-SUPV-LEFT (WS-WALK)
                   STRING "  (SUPERVISOR " WS-OE-SUPV-ID (WS-WALK)
                          " HAS LEFT)"
                       DELIMITED BY SIZE INTO CHART-LINE
                       WITH POINTER WS-PTR
               WHEN WS-OE-LOOP-ROOT (WS-WALK)
                   STRING "  (IN REPORTING LOOP)"
                       DELIMITED BY SIZE INTO CHART-LINE
                       WITH POINTER WS-PTR
               WHEN WS-OE-OTHER-DIV (WS-WALK)
                   STRING "  (REPORTS TO " WS-OE-SUPV-ID (WS-WALK)
                          ")"
                       DELIMITED BY SIZE INTO CHART-LINE
                       WITH POINTER WS-PTR
           END-EVALUATE.
           WRITE CHART-LINE.
           ADD 1 TO WS-CHART-COUNT.
       3200-EXIT.
           EXIT.

      * FINDS WS-FIND-ID IN THE EMPLOYEE TABLE BY HALVING IT.
      * WS-FIND-SUB IS ZERO WHEN THE EMPID IS NOT THERE.
       4000-FIND-EMPLOYEE.
           MOVE ZERO TO WS-FIND-SUB.
           MOVE 1 TO WS-LOW.
           MOVE WS-OE-COUNT TO WS-HIGH.

       4000-NEXT-HALF.
           IF WS-LOW > WS-HIGH
               GO TO 4000-EXIT
           END-IF.
           COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.
           IF WS-OE-EMPID (WS-MID) = WS-FIND-ID
               MOVE WS-MID TO WS-FIND-SUB
               GO TO 4000-EXIT
           END-IF.
           IF WS-OE-EMPID (WS-MID) < WS-FIND-ID
               COMPUTE WS-LOW = WS-MID + 1
           ELSE
               COMPUTE WS-HIGH = WS-MID - 1
           END-IF.
           GO TO 4000-NEXT-HALF.
       4000-EXIT.
           EXIT.

       5000-WRITE-SPANS.
           OPEN OUTPUT SPAN-FILE.
           IF NOT SPN-STATUS-OK
               DISPLAY "ERROR OPENING SPAN-FILE"
               DISPLAY "FILE STATUS : " WS-SPN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "SPAN OF CONTROL" TO SPAN-LINE.
           WRITE SPAN-LINE.
           MOVE SPACES TO SPAN-LINE.
           WRITE SPAN-LINE.
           MOVE SPACES TO SPAN-LINE.
           STRING "EMPID NAME                 DEPT  DIRECT   TOTAL"
               DELIMITED BY SIZE INTO SPAN-LINE.
           WRITE SPAN-LINE.

           PERFORM 5100-WRITE-ONE-SPAN THRU 5100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OE-COUNT.

           IF WS-MGR-COUNT > ZERO
               COMPUTE WS-AVG-SPAN ROUNDED =
                   WS-DIRECT-SUM / WS-MGR-COUNT
           ELSE
               MOVE ZERO TO WS-AVG-SPAN
           END-IF.
           MOVE SPACES TO SPAN-LINE.
           WRITE SPAN-LINE.
           MOVE WS-MGR-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO SPAN-LINE.
           STRING "SUPERVISORS       : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO SPAN-LINE.
           WRITE SPAN-LINE.
           MOVE WS-AVG-SPAN TO WS-PRT-AVG.
           MOVE SPACES TO SPAN-LINE.
           STRING "AVERAGE SPAN      : " WS-PRT-AVG
               DELIMITED BY SIZE INTO SPAN-LINE.
           WRITE SPAN-LINE.
           MOVE WS-MAX-SPAN TO WS-PRT-DIRECT.
           MOVE SPACES TO SPAN-LINE.
           STRING "WIDEST SPAN       : " WS-PRT-DIRECT
               DELIMITED BY SIZE INTO SPAN-LINE.
           WRITE SPAN-LINE.
           CLOSE SPAN-FILE.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-SPAN.
           IF WS-OE-DIRECT (WS-SUB) = ZERO
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-MGR-COUNT.
           ADD WS-OE-DIRECT (WS-SUB) TO WS-DIRECT-SUM.
           IF WS-OE-DIRECT (WS-SUB) > WS-MAX-SPAN
               MOVE WS-OE-DIRECT (WS-SUB) TO WS-MAX-SPAN
           END-IF.
           MOVE WS-OE-DEPT (WS-SUB) TO WS-PRT-DEPT.
           MOVE WS-OE-DIRECT (WS-SUB) TO WS-PRT-DIRECT.
           MOVE WS-OE-TOTAL (WS-SUB) TO WS-PRT-TOTAL.
           MOVE SPACES TO SPAN-LINE.
           STRING WS-OE-EMPID (WS-SUB) " " WS-OE-NAME (WS-SUB)
                  " " WS-PRT-DEPT "    " WS-PRT-DIRECT "    "
                  WS-PRT-TOTAL
               DELIMITED BY SIZE INTO SPAN-LINE.
           WRITE SPAN-LINE.
       5100-EXIT.
           EXIT.

       6000-WRITE-LEFT-SUPERVISORS.
           OPEN OUTPUT LEFT-FILE.
           IF NOT LFT-STATUS-OK
               DISPLAY "ERROR OPENING LEFT-FILE"
               DISPLAY "FILE STATUS : " WS-LFT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "EMPLOYEES WHOSE SUPERVISOR HAS LEFT" TO LEFT-LINE.
           WRITE LEFT-LINE.
           MOVE SPACES TO LEFT-LINE.
           WRITE LEFT-LINE.
           MOVE SPACES TO LEFT-LINE.
           STRING "EMPID NAME                 DEPT  SUPV  "
                  "SUPERVISOR NAME      LEFT ON"
               DELIMITED BY SIZE INTO LEFT-LINE.
           WRITE LEFT-LINE.

           PERFORM 6100-WRITE-ONE-LEFT THRU 6100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OE-COUNT.

           MOVE SPACES TO LEFT-LINE.
           WRITE LEFT-LINE.
           MOVE WS-LEFT-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO LEFT-LINE.
           STRING "EMPLOYEES TO REASSIGN : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO LEFT-LINE.
           WRITE LEFT-LINE.
           CLOSE LEFT-FILE.
       6000-EXIT.
           EXIT.

       6100-WRITE-ONE-LEFT.
           IF NOT WS-OE-SUPV-LEFT (WS-SUB)
               GO TO 6100-EXIT
           END-IF.
           MOVE WS-OE-SUPV-ID (WS-SUB) TO WS-FIND-ID.
           PERFORM 4000-FIND-EMPLOYEE THRU 4000-EXIT.
           ADD 1 TO WS-LEFT-COUNT.
           MOVE WS-OE-DEPT (WS-SUB) TO WS-PRT-DEPT.
           MOVE SPACES TO LEFT-LINE.
           STRING WS-OE-EMPID (WS-SUB) " " WS-OE-NAME (WS-SUB)
                  " " WS-PRT-DEPT "   " WS-OE-EMPID (WS-FIND-SUB)
                  " " WS-OE-NAME (WS-FIND-SUB)
                  " " WS-OE-TERM-DATE (WS-FIND-SUB)
               DELIMITED BY SIZE INTO LEFT-LINE.
           WRITE LEFT-LINE.
       6100-EXIT.
           EXIT.

       7000-WRITE-EXCEPTION.
           MOVE SPACES TO EXC-LINE.
           MOVE WS-EXC-EMPID TO EXC-EMPID.
           MOVE WS-REASON TO EXC-REASON.
           WRITE EXC-LINE.
           ADD 1 TO WS-EXC-COUNT.
       7000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           CLOSE DEPT-FILE.
           CLOSE EXC-FILE.

           IF WS-EXC-COUNT > ZERO OR WS-DROPPED-COUNT > ZERO
               MOVE "W" TO LOG-SEVERITY
           ELSE
               MOVE "I" TO LOG-SEVERITY
           END-IF.
           MOVE SPACES TO LOG-TEXT.
           STRING "ORG CHART " WS-CHART-COUNT " SUPERVISORS "
                  WS-MGR-COUNT " EXCEPTIONS " WS-EXC-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-EXC-COUNT > ZERO OR WS-DROPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "EMPLOYEES LOADED      : " WS-OE-COUNT.
           DISPLAY "EMPLOYEES DROPPED     : " WS-DROPPED-COUNT.
           DISPLAY "ON THE CHART          : " WS-CHART-COUNT.
           DISPLAY "SUPERVISORS           : " WS-MGR-COUNT.
           DISPLAY "SUPERVISOR HAS LEFT   : " WS-LEFT-COUNT.
           DISPLAY "EXCEPTIONS            : " WS-EXC-COUNT.
       9999-EXIT.
           EXIT.
