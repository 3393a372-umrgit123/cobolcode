      * THIS FILE INTO THE CONSOLIDATED EXTRACT SO PAYSLIPS AND HR
      * LETTERS CAN FINALLY BE ADDRESSED FROM THE SYSTEM.
      *
      * THE BUSINESS DATE OF EVERY ADD, REPLACE OR REMOVE IS KEPT
      * ON THE KEYED FILE ADDRCHG (EMPID, DATE, ACTION), BECAUSE A
      * BANK CHANGE HARD ON THE HEELS OF AN ADDRESS CHANGE IS HELD
      * BY EMPBANKM FOR A CALLBACK.
      *
      * TRANSACTION LAYOUT (148 BYTES):
      *   ACTION X(1), EMPID 9(5), ADDRESS1 X(30), ADDRESS2 X(30),
      *   CITY X(20), STATE X(2), ZIP X(10), PHONE X(15),
                       ORGANIZATION INDEXED
                       STATUS WS-ADR-FILE-STATUS
                       RECORD KEY ADR-EMPID.
        SELECT ADRCHG-FILE ASSIGN "ADDRCHG"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ACG-FILE-STATUS
                       RECORD KEY ACG-EMPID.
        SELECT TRANS-FILE ASSIGN "EMPADDRT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
       FILE SECTION.

       FD EMPFILE
       RECORD VARYING FROM 90 TO 200.
       01 EMPREC.
          05 EMPID             PIC 9(05).
          05 EMPDEPT           PIC 9(03).
             88 EMP-TERMINATED VALUE "T".
             88 EMP-ON-LEAVE   VALUE "L".
          05 EMP-STATUS-DATE   PIC 9(08).
          05 FILLER            PIC X(01).
          05 EMP-REC-VERSION   PIC X(01).
             88 EMP-REC-V2     VALUE "2".
          05 FILLER            PIC X(05).
          05 EMP-EXTENSION     PIC X(110).

       FD ADDR-FILE
       RECORD 150.
          05 ADR-EMERG-PHONE   PIC X(15).
          05 FILLER            PIC X(03).

      * THE LAST ADDRESS CHANGE PER EMPLOYEE.
       FD ADRCHG-FILE
       RECORD 20.
       01 ADRCHG-REC.
          05 ACG-EMPID         PIC 9(05).
          05 ACG-CHANGED       PIC 9(08).
          05 ACG-ACTION        PIC X(01).
          05 FILLER            PIC X(06).

       FD TRANS-FILE
       RECORD 148.
       01 TRANS-REC.
             88 ADR-STATUS-OK      VALUE "00".
             88 ADR-FILE-NOT-FOUND VALUE "35".
             88 ADR-DUPLICATE-KEY  VALUE "22".
          05 WS-ACG-FILE-STATUS    PIC X(02) VALUE "00".
             88 ACG-STATUS-OK      VALUE "00".
             88 ACG-FILE-NOT-FOUND VALUE "35".
          05 WS-TRN-FILE-STATUS    PIC X(02) VALUE "00".
             88 TRN-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-END       PIC X(01) VALUE "N".
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-DETAILS         PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 BREG-PARM.
          05 BREG-REQUEST          PIC X(01).
          05 BREG-BATCH-ID         PIC X(08).
               STOP RUN
           END-IF.

           OPEN I-O ADRCHG-FILE.
           IF ACG-FILE-NOT-FOUND
               OPEN OUTPUT ADRCHG-FILE
               CLOSE ADRCHG-FILE
               OPEN I-O ADRCHG-FILE
           END-IF.
           IF NOT ACG-STATUS-OK
               DISPLAY "ERROR OPENING ADRCHG-FILE"
               DISPLAY "FILE STATUS : " WS-ACG-FILE-STATUS
               STOP RUN
           END-IF.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.

           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.

           OPEN OUTPUT ERROR-FILE.
           IF WS-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF.
           PERFORM 6000-STAMP-CHANGE THRU 6000-EXIT.
           GO TO 2100-EXIT.

       2100-REJECT.
       5000-EXIT.
           EXIT.

       6000-STAMP-CHANGE.
           MOVE TRN-EMPID TO ACG-EMPID.
           READ ADRCHG-FILE
               INVALID KEY
                   MOVE SPACES TO ADRCHG-REC
                   MOVE TRN-EMPID TO ACG-EMPID
                   MOVE WS-BUSINESS-DATE TO ACG-CHANGED
                   MOVE TRN-ACTION TO ACG-ACTION
                   WRITE ADRCHG-REC
                   GO TO 6000-EXIT
           END-READ.
           MOVE WS-BUSINESS-DATE TO ACG-CHANGED.
           MOVE TRN-ACTION TO ACG-ACTION.
           REWRITE ADRCHG-REC.
       6000-EXIT.
           EXIT.

       8000-BUILD-ADDRESS-REC.
           MOVE SPACES          TO ADRREC.
           MOVE TRN-EMPID       TO ADR-EMPID.
       9999-CLEANUP.
           CLOSE EMPFILE.
           CLOSE ADDR-FILE.
           CLOSE ADRCHG-FILE.
           CLOSE TRANS-FILE.
           CLOSE ERROR-FILE.

