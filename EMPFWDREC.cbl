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

       FD BACKUP-FILE
       RECORD 201.
       01 BACKUP-REC.
          05 BKP-REC-TYPE      PIC X(01).
          05 BKP-DATA          PIC X(200).
       01 BACKUP-TRAILER REDEFINES BACKUP-REC.
          05 FILLER            PIC X(01).
          05 BKP-TRL-COUNT     PIC 9(05).
          05 BKP-TRL-TOTAL     PIC 9(09)V99.
          05 FILLER            PIC X(184).

       FD JOURNAL-FILE
       RECORD 243.
       01 JOURNAL-REC.
          05 JNL-TIMESTAMP     PIC X(21).
          05 FILLER            PIC X(02).
          05 FILLER            PIC X(02).
          05 JNL-EMPID         PIC 9(05).
          05 FILLER            PIC X(02).
          05 JNL-IMAGE         PIC X(200).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 ENQ-RESULT        PIC X(01).
          05 ENQ-HOLDER        PIC X(08).
       01 WS-EMPFIL-LOCK-OURS  PIC X(01) VALUE "N".
       01 WS-LOCK-RC           PIC S9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       MAINLINE.
      * IS RELEASED ONLY IF THIS RUN TOOK IT; THE NIGHTLY CHAIN
      * KEEPS ITS OWN ACROSS ITS STEPS.
       9950-RELEASE-LOCKS.
      * THE RUN'S RETURN CODE IS KEPT ACROSS THE ENQSRV CALLS BELOW,
      * WHICH RESET RETURN-CODE - EVERY ERROR EXIT SETS IT FIRST.
           MOVE RETURN-CODE TO WS-LOCK-RC.
           IF WS-EMPFIL-LOCK-OURS = "Y"
               MOVE "D" TO ENQ-REQUEST
               MOVE "EMPFIL" TO ENQ-NAME
               CALL "ENQSRV" USING ENQ-PARM
               MOVE "N" TO WS-EMPFIL-LOCK-OURS
           END-IF.
           MOVE WS-LOCK-RC TO RETURN-CODE.
       9950-EXIT.
           EXIT.
