        FILE SECTION.

        FD EMPFILE
        RECORD VARYING FROM 90 TO 200.
        01 EMPREC.
            05 EMPID           PIC 9(05).
            05 EMPDEPT         PIC 9(03).
               88 EMP-TERMINATED VALUE "T".
               88 EMP-ON-LEAVE   VALUE "L".
            05 EMP-STATUS-DATE PIC 9(08).
            05 FILLER          PIC X(01).
            05 EMP-REC-VERSION PIC X(01).
               88 EMP-REC-V2   VALUE "2".
            05 FILLER          PIC X(05).
            05 EMP-EXTENSION   PIC X(110).

        FD NEWHIRE-FILE
        RECORD 66.
          05 JRN-PROGRAM     PIC X(08) VALUE "INDXFILE".
          05 JRN-ACTION      PIC X(01).
          05 JRN-EMPID       PIC 9(05).
          05 JRN-IMAGE       PIC X(200).
        PROCEDURE DIVISION.
        MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
                       MOVE TRANS-HIRE-DATE      TO EMP-HIRE-DATE
                       MOVE "A"                  TO EMP-STATUS
                       MOVE TRANS-HIRE-DATE      TO EMP-STATUS-DATE
                       MOVE "2"                  TO EMP-REC-VERSION
                       PERFORM 2050-VALIDATE-GRADE THRU 2050-EXIT
                       PERFORM 2060-VALIDATE-HIRE-DATE
                           THRU 2060-EXIT
