      * MAKE AND SIZE) FROM THE TVTABLE.DAT FILE THAT SUBSCRPT
      * LOADS INTO ITS WORKING-STORAGE TABLE. EACH TVTABLE LINE
      * CARRIES A SIZE AND TWO MAKE/PRICE PAIRS, SO IT BECOMES TWO
      * MASTER RECORDS. ON-HAND QUANTITY AND AVERAGE COST START AT
      * ZERO - RECEIPTS COME IN THROUGH TVMAINT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 TVM-PRICE     PIC 9(05).
          05 TVM-QTY       PIC 9(05).
          05 TVM-REORDER-PT PIC 9(05).
          05 TVM-AVG-COST  PIC 9(05)V99 COMP-3.
          05 FILLER        PIC X(02).

       WORKING-STORAGE SECTION.
       01 WS-TV-FILE-STATUS   PIC X(02) VALUE "00".
                   MOVE TV-PRICE (WS-PAIR-SUB) TO TVM-PRICE
                   MOVE ZERO TO TVM-QTY
                   MOVE ZERO TO TVM-REORDER-PT
                   MOVE ZERO TO TVM-AVG-COST
                   WRITE TVM-REC
                   IF MST-STATUS-OK
                       ADD 1 TO WS-LOAD-COUNT
