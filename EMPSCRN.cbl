      *
      * ACTIONS: U = UPDATE, D = DELETE (MARK TERMINATED),
      *          I = INSERT, Q = QUIT.
      * A DELETE ONLY NEEDS THE EMPID AND THE LEAVING REASON CODE,
      * WHICH TRAVELS IN THE GRADE POSITION AND IS PROVED AGAINST
      * THE REASON MASTER BY INDXDEUP; THE OTHER FIELDS OF ITS
      * TRANSACTION ARE LEFT ZERO/SPACES, WHICH INDXDEUP IGNORES
      * FOR A DELETE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
          05 WS-ENT-GRADE      PIC X(02) VALUE SPACES.
          05 WS-ENT-DESIG      PIC X(20) VALUE SPACES.
          05 WS-ENT-HIREDATE   PIC X(08) VALUE SPACES.
          05 WS-ENT-REASON     PIC X(02) VALUE SPACES.
       01 WS-FIELDS-OK         PIC X(01) VALUE "N".
          88 FIELDS-OK         VALUE "Y".
       01 WS-WRITTEN-COUNT     PIC 9(05) VALUE ZERO.
           05 LINE 4 COLUMN 2 VALUE "EMPID (5 DIGITS)   : ".
           05 SCR-DEL-EMPID LINE 4 COLUMN 24 PIC X(05)
               USING WS-ENT-EMPID.
           05 LINE 5 COLUMN 2 VALUE "LEAVING REASON     : ".
           05 SCR-DEL-REASON LINE 5 COLUMN 24 PIC X(02)
               USING WS-ENT-REASON.
       01 APPROVE-SCREEN.
           05 LINE 2 COLUMN 2 VALUE
           "APPROVE HELD SALARY UPDATE".
                   DISPLAY "EMPID MUST BE NUMERIC AND NOT ZERO"
                   MOVE "N" TO WS-FIELDS-OK
               END-IF
               IF WS-ENT-REASON = SPACES
                   DISPLAY "LEAVING REASON IS REQUIRED"
                   MOVE "N" TO WS-FIELDS-OK
               END-IF
           END-PERFORM.

           MOVE SPACES       TO TRANS-REC.
           MOVE "D"          TO TRANS-ACTION.
           MOVE WS-ENT-EMPID TO TRANS-EMPID.
           MOVE WS-ENT-REASON TO TRANS-EMPGRADE.
           MOVE ZERO         TO TRANS-EMPDEPT.
           MOVE ZERO         TO TRANS-EMPSALARY.
           MOVE ZERO         TO TRANS-HIRE-DATE.
