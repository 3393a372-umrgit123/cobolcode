      * MAINTAINED SEQUENTIAL FILE DEPTMAST.DAT. ONE RECORD PER
      * DEPARTMENT: NUMBER, NAME, MANAGER AND DIVISION.
      *
      * THE MANAGER NAME IS FREE TEXT FOR THE REPORT HEADINGS. THE
      * MANAGER'S EMPID, WHEN KEYED ON DEPTMAST.DAT, IS CARRIED AS
      * DEPT-MANAGER-ID ONLY WHEN IT NAMES AN EMPLOYEE ON EMPFILE WHO
      * HAS NOT LEFT; OTHERWISE THE DEPARTMENT LOADS WITH NO MANAGER
      * ID AND IS LISTED, RC 4. BEFORE EMPFILE FIRST EXISTS NO
      * MANAGER ID CAN BE PROVED AND NONE IS LOADED.
      *
      * DEPTFILE IS VALIDATED AGAINST BY NEWHEDIT AND INDXDEUP SO AN
      * UNKNOWN DEPARTMENT CAN NO LONGER REACH EMPFILE, AND IS READ
      * BY THE REPORTING PROGRAMS TO PRINT DEPARTMENT NAMES ON THEIR
                       ORGANIZATION INDEXED
                       STATUS WS-DEPT-FILE-STATUS
                       RECORD KEY DEPT-NO.
        SELECT EMPFILE ASSIGN "EMPFIL"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-EMP-FILE-STATUS
                       RECORD KEY EMPID
                       ALTERNATE RECORD KEY EMPDEPT WITH DUPLICATES.
        SELECT DEPTMAST-FILE ASSIGN "DEPTMAST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-MAST-FILE-STATUS.
          05 DEPT-SALARY-BUDGET PIC 9(09).
          05 DEPT-CLOSED-DATE  PIC 9(08).
          05 DEPT-MERGE-INTO   PIC 9(03).
          05 DEPT-MANAGER-ID   PIC 9(05).
          05 FILLER            PIC X(10).

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

       FD DEPTMAST-FILE
       RECORD 59.
       01 MAST-REC.
          05 MAST-DEPT-NO      PIC 9(03).
          05 MAST-DEPT-NAME    PIC X(20).
          05 MAST-MANAGER      PIC X(20).
          05 MAST-DIVISION     PIC 9(02).
          05 MAST-BUDGET       PIC 9(09).
          05 MAST-MANAGER-ID   PIC 9(05).
       01 MAST-REC-X REDEFINES MAST-REC.
          05 MAST-DEPT-NO-X    PIC X(03).
          05 FILLER            PIC X(40).
          05 MAST-DIVISION-X   PIC X(02).
          05 MAST-BUDGET-X     PIC X(09).
          05 MAST-MANAGER-ID-X PIC X(05).

      * THE CLOSURE REGISTER EMPDEPTCL APPENDS TO. THE LOAD
      * REBUILDS DEPTFILE FROM DEPTMAST.DAT EVERY NIGHT, SO THE
             88 MAST-STATUS-OK     VALUE "00".
          05 WS-MAST-FILE-END      PIC X(01) VALUE "N".
             88 MAST-FILE-END      VALUE "Y".
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-EMP-OPEN           PIC X(01) VALUE "N".
             88 EMP-OPEN           VALUE "Y".
       01 WRITE-COUNT              PIC 9(05) VALUE ZERO.
       01 REJECT-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-CLS-FILE-STATUS       PIC X(02) VALUE "00".
          88 CLS-FILE-END          VALUE "Y".
       01 WS-CLOSED-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-ROLL-BUDGET           PIC 9(09) VALUE ZERO.
       01 WS-MANAGER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BAD-MANAGER-COUNT     PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAINLINE.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT EMPFILE.
           IF EMP-STATUS-OK
               MOVE "Y" TO WS-EMP-OPEN
           ELSE
               DISPLAY "EMPFILE NOT AVAILABLE - STATUS "
                       WS-EMP-FILE-STATUS
                       " - NO MANAGER IDS LOADED"
           END-IF.
       1000-EXIT.
           EXIT.

      * NUMERIC COMPARES IN THE EDIT PROGRAMS STAY SAFE.
           MOVE ZERO TO DEPT-CLOSED-DATE.
           MOVE ZERO TO DEPT-MERGE-INTO.
           PERFORM 2200-CHECK-MANAGER-ID THRU 2200-EXIT.
           WRITE DEPTREC.
           IF DEPT-STATUS-OK
               ADD 1 TO WRITE-COUNT
       2100-EXIT.
           EXIT.

      * A BLANK MANAGER ID IS NOT AN ERROR - NOT EVERY DEPARTMENT
      * HAS ONE KEYED YET.
       2200-CHECK-MANAGER-ID.
           MOVE ZERO TO DEPT-MANAGER-ID.
           IF MAST-MANAGER-ID-X = SPACES OR MAST-MANAGER-ID-X = ZERO
               GO TO 2200-EXIT
           END-IF.
           IF NOT EMP-OPEN
               GO TO 2200-EXIT
           END-IF.
           IF MAST-MANAGER-ID-X NOT NUMERIC
               ADD 1 TO WS-BAD-MANAGER-COUNT
               DISPLAY "DEPARTMENT " DEPT-NO " MANAGER ID "
                       MAST-MANAGER-ID-X " NOT NUMERIC - NOT LOADED"
               GO TO 2200-EXIT
           END-IF.
           MOVE MAST-MANAGER-ID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   ADD 1 TO WS-BAD-MANAGER-COUNT
                   DISPLAY "DEPARTMENT " DEPT-NO " MANAGER "
                           MAST-MANAGER-ID
                           " NOT ON EMPFILE - NOT LOADED"
                   GO TO 2200-EXIT
           END-READ.
           IF EMP-TERMINATED
               ADD 1 TO WS-BAD-MANAGER-COUNT
               DISPLAY "DEPARTMENT " DEPT-NO " MANAGER "
                       MAST-MANAGER-ID " HAS LEFT - NOT LOADED"
               GO TO 2200-EXIT
           END-IF.
           MOVE MAST-MANAGER-ID TO DEPT-MANAGER-ID.
           ADD 1 TO WS-MANAGER-COUNT.
       2200-EXIT.
           EXIT.

      * RE-APPLY THE REGISTERED CLOSURES OVER THE FRESH LOAD:
      * MARK THE DEPARTMENT, ZERO ITS BUDGET AND ROLL IT INTO THE
      * RECEIVER.
       9999-CLEANUP.
           CLOSE DEPT-FILE.
           CLOSE DEPTMAST-FILE.
           IF EMP-OPEN
               CLOSE EMPFILE
           END-IF.
           IF WS-BAD-MANAGER-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "DEPARTMENTS LOADED  : " WRITE-COUNT.
           DISPLAY "RECORDS REJECTED    : " REJECT-COUNT.
           DISPLAY "CLOSURES RE-APPLIED : " WS-CLOSED-COUNT.
           DISPLAY "MANAGER IDS LOADED  : " WS-MANAGER-COUNT.
           DISPLAY "MANAGER IDS REFUSED : " WS-BAD-MANAGER-COUNT.
       9999-EXIT.
           EXIT.
