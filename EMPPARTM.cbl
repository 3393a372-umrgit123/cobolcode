      * SAME LAYOUT LENGTH AS THE PAY RUN'S CHECKPOINT - THE MERGE
      * ONLY EVER WRITES IT BACK EMPTY.
       FD CHECKPOINT-FILE
       RECORD 720.
       01 CKPT-REC.
          05 CKPT-READ-COUNT   PIC 9(07).
          05 FILLER            PIC X(713).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
