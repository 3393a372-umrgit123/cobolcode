       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPERINQ.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * EMPLOYEE RELATIONS CASE INQUIRY.
      *
      * SHOWS EVERY DISCIPLINARY AND GRIEVANCE CASE ON THE ERCASE
      * REGISTER FOR AN ENTERED EMPID - TYPE, OPENED AND CLOSED
      * DATES, OUTCOME, WARNING EXPIRY (AND WHETHER THE WARNING IS
      * STILL LIVE) AND THE REHIRE FLAG.
      *
      * CASE DATA IS RESTRICTED: THE OPERATOR MUST HOLD ER ACCESS
      * V OR U ON OPERAUTH.DAT, AND EVERY EMPLOYEE WHOSE CASES ARE
      * SHOWN IS WRITTEN TO THE ACCESS LOG THROUGH ACCLOG.
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
        SELECT CASE-FILE ASSIGN "ERCASE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ERC-FILE-STATUS
                       RECORD KEY ERC-CASE-NO
                       ALTERNATE RECORD KEY ERC-EMPID WITH DUPLICATES.
        SELECT AUTH-FILE ASSIGN "OPERAUTH.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-AUT-FILE-STATUS.
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

       FD CASE-FILE
       RECORD 80.
       01 ERCASE-REC.
          05 ERC-CASE-NO       PIC 9(06).
          05 ERC-EMPID         PIC 9(05).
          05 ERC-TYPE          PIC X(02).
          05 ERC-OPENED        PIC 9(08).
          05 ERC-CLOSED        PIC 9(08).
          05 ERC-OUTCOME       PIC X(02).
          05 ERC-EXPIRY        PIC 9(08).
          05 ERC-REHIRE        PIC X(01).
             88 ERC-NO-REHIRE  VALUE "N".
          05 ERC-OPENED-BY     PIC X(08).
          05 ERC-UPDATED-BY    PIC X(08).
          05 ERC-UPDATED       PIC 9(08).
          05 ERC-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(08).

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

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-ERC-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERC-STATUS-OK      VALUE "00".
             88 ERC-FILE-NOT-FOUND VALUE "35".
          05 WS-ERC-FILE-END       PIC X(01) VALUE "N".
             88 ERC-FILE-END       VALUE "Y".

       01 WS-INQUIRE-EMPID         PIC 9(05) VALUE ZERO.
       01 WS-INQUIRE-EMPID-X       PIC X(05) VALUE SPACES.
       01 WS-AUT-FILE-STATUS       PIC X(02) VALUE "00".
          88 AUT-STATUS-OK         VALUE "00".
       01 WS-AUT-FILE-END          PIC X(01) VALUE "N".
          88 AUT-FILE-END          VALUE "Y".
       01 WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
       01 WS-OPER-ER-ACCESS        PIC X(01) VALUE SPACE.
          88 ER-ACCESS-GRANTED     VALUE "V" "U".
       01 ACC-PARM.
          05 ACC-PROGRAM           PIC X(08) VALUE "EMPERINQ".
          05 ACC-OPERATOR          PIC X(08).
          05 ACC-EMPID             PIC 9(05).
       01 WS-CASE-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-STATE                 PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-SHOW-CASES THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           STOP RUN.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.

      * SIGN-ON: THE OPERATOR MUST HOLD ER ACCESS ON THE
      * AUTHORIZATION TABLE.
           PERFORM WITH TEST AFTER
                   UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "OPERATOR ID : " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-PERFORM.
           PERFORM 1100-CHECK-OPERATOR THRU 1100-EXIT.
           IF NOT ER-ACCESS-GRANTED
               DISPLAY "OPERATOR HAS NO ER CASE ACCESS - "
                       "INQUIRY REFUSED"
               STOP RUN
           END-IF.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CASE-FILE.
           IF ERC-FILE-NOT-FOUND
               DISPLAY "NO CASE REGISTER - RUN EMPERCM"
               STOP RUN
           END-IF.
           IF NOT ERC-STATUS-OK
               DISPLAY "ERROR OPENING CASE-FILE"
               DISPLAY "FILE STATUS : " WS-ERC-FILE-STATUS
               STOP RUN
           END-IF.

           DISPLAY "ENTER EMPID : " WITH NO ADVANCING.
           ACCEPT WS-INQUIRE-EMPID-X.
           IF WS-INQUIRE-EMPID-X NOT NUMERIC
                   OR WS-INQUIRE-EMPID-X = SPACES
               DISPLAY "EMPID MUST BE NUMERIC"
               STOP RUN
           END-IF.
           MOVE WS-INQUIRE-EMPID-X TO WS-INQUIRE-EMPID.
       1000-EXIT.
           EXIT.

       1100-CHECK-OPERATOR.
           OPEN INPUT AUTH-FILE.
           IF NOT AUT-STATUS-OK
               DISPLAY "NO OPERATOR AUTHORIZATION FILE - "
                       "INQUIRY REFUSED"
               STOP RUN
           END-IF.
           PERFORM UNTIL AUT-FILE-END
               READ AUTH-FILE
                   AT END
                       MOVE "Y" TO WS-AUT-FILE-END
                   NOT AT END
                       IF AUT-OPERATOR = WS-OPERATOR-ID
                           MOVE AUT-ER-ACCESS TO WS-OPER-ER-ACCESS
                           MOVE "Y" TO WS-AUT-FILE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.
       1100-EXIT.
           EXIT.

       2000-SHOW-CASES.
           DISPLAY " ".
           MOVE WS-INQUIRE-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   MOVE "(NOT ON EMPFILE)" TO EMPNAME
                   MOVE SPACE TO EMP-STATUS
           END-READ.
      * EVERY INQUIRY IS LOGGED: WHO LOOKED AT WHOM, WHEN.
           MOVE WS-OPERATOR-ID TO ACC-OPERATOR.
           MOVE WS-INQUIRE-EMPID TO ACC-EMPID.
           CALL "ACCLOG" USING ACC-PARM.
           DISPLAY "=== ER CASES FOR " WS-INQUIRE-EMPID " "
                   EMPNAME " ===".
           DISPLAY "CASE   TY OPENED   CLOSED   OC EXPIRY   "
                   "WARNING        REHIRE".

           MOVE WS-INQUIRE-EMPID TO ERC-EMPID.
           START CASE-FILE KEY = ERC-EMPID
               INVALID KEY
                   MOVE "Y" TO WS-ERC-FILE-END
           END-START.
           PERFORM UNTIL ERC-FILE-END
               READ CASE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-ERC-FILE-END
                   NOT AT END
                       IF ERC-EMPID NOT = WS-INQUIRE-EMPID
                           MOVE "Y" TO WS-ERC-FILE-END
                       ELSE
                           PERFORM 2100-SHOW-ONE-CASE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CASE-COUNT = ZERO
               DISPLAY "NO CASES ON THE REGISTER"
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SHOW-ONE-CASE.
           ADD 1 TO WS-CASE-COUNT.
           EVALUATE TRUE
               WHEN ERC-CLOSED = ZERO
                   MOVE "CASE OPEN" TO WS-STATE
               WHEN ERC-EXPIRY = ZERO
                   MOVE SPACES TO WS-STATE
               WHEN ERC-EXPIRY > WS-BUSINESS-DATE
                   MOVE "LIVE" TO WS-STATE
               WHEN OTHER
                   MOVE "EXPIRED" TO WS-STATE
           END-EVALUATE.
           DISPLAY ERC-CASE-NO " " ERC-TYPE " " ERC-OPENED " "
                   ERC-CLOSED " " ERC-OUTCOME " " ERC-EXPIRY " "
                   WS-STATE " " ERC-REHIRE.
       2100-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           CLOSE CASE-FILE.
           DISPLAY " ".
           DISPLAY "END OF INQUIRY".
       9999-EXIT.
           EXIT.
