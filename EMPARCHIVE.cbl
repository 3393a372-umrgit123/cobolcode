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

       FD ARCHIVE-FILE
       RECORD VARYING FROM 90 TO 200.
       01 ARCREC.
          05 ARC-EMPID         PIC 9(05).
          05 FILLER            PIC X(195).

      * THE TERMINATION CLEARANCE CHECKLIST INDXDEUP AND EMPSTATUS
      * OPEN FOR EVERY LEAVER. AN EMPLOYEE WITH AN OPEN ITEM IS
          05 JRN-PROGRAM     PIC X(08) VALUE "EMPARCHV".
          05 JRN-ACTION      PIC X(01).
          05 JRN-EMPID       PIC 9(05).
          05 JRN-IMAGE       PIC X(200).
       01 ENQ-PARM.
          05 ENQ-REQUEST       PIC X(01).
          05 ENQ-NAME          PIC X(08).
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF NOT EMP-REC-V2
               MOVE SPACES TO EMP-EXTENSION
           END-IF.
           MOVE EMPREC TO ARCREC.
           WRITE ARCREC.
           IF ARC-DUPLICATE-KEY
