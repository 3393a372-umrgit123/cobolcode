           EXIT.

      * MAINTENANCE MIX: TWO UPDATES, THEN A DELETE, THEN AN
      * INSERT, TARGETING THE EMPIDS THE HIRE BATCH LOADS. A DELETE
      * CARRIES THE RESIGNATION LEAVING REASON IN THE GRADE SLOT.
       3100-ONE-VALID-MAINT.
           PERFORM 3110-BUILD-MAINT THRU 3110-EXIT.
           PERFORM 3900-WRITE-MAINT THRU 3900-EXIT.
           EVALUATE WS-MOD
               WHEN 3
                   MOVE "D" TO MT-ACTION
                   MOVE "RS" TO MT-EMPGRADE
               WHEN 2
                   MOVE "I" TO MT-ACTION
                   COMPUTE MT-EMPID = 50000 + WS-SEQ
