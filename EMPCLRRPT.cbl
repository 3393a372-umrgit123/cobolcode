      *
      * INDXDEUP ("D" TRANSACTIONS) AND EMPSTATUS ("T" STATUS
      * CHANGES) OPEN A CLEARANCE ITEM PER LEAVER TASK (FPY / SQL /
      * ADR / AST ON THE KEYED TRMCLR FILE, PLUS RCV WHEN THE LEAVER
      * STILL OWES ON THE RECEIVABLES LEDGER). THIS PROGRAM:
      *   1. APPLIES THE COMPLETIONS FILE TRMDONE.DAT (EMPID 9(5),
      *      ITEM X(3)), MARKING EACH LISTED ITEM DONE
      *   2. REPORTS EVERY ITEM STILL OPEN, AGED FROM ITS OPENED
