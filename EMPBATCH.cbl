      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * NIGHTLY BATCH DRIVER FOR THE EMPFILE SUITE OF PROGRAMS.
      * RUNS, IN ORDER:
      *   EMPARRIVE - CONFIRM THE INBOUND FEEDS ON THE MANIFEST HAVE
      *               ARRIVED FOR THE BUSINESS DATE, WAITING UP TO
      *               EACH FEED'S CUT-OFF
      *   DEPTLOAD - REFRESH THE DEPARTMENT REFERENCE MASTER
      *   NEWHEDIT - EDIT RAW NEW-HIRE TRANSACTIONS FIELD BY FIELD
      *   INDXFILE - LOAD NEW HIRES INTO EMPFILE
      *               FROM THE HOLDING FILE INTO EMPMAINT.DAT
      *   INDXDEUP - APPLY MAINTENANCE TRANSACTIONS TO EMPFILE
      *   EMPPUBLSH - PUBLISH PAY/STATUS TO THE SQL REPORTING TABLE
      *   EMPREFPUB - PUBLISH DEPARTMENT, GRADE BAND AND POSITION
      *               REFERENCE TABLES TO THE SQL SIDE
      *   INDXREAD - SEQUENTIAL BROWSE/EXTRACT OF EMPFILE
      *   MAINPROG - PRODUCE THE EMPLOYEE REPORTS FROM EMPFILE
      *   EMPREORG - MONTHLY EMPFILE REORGANIZATION (SKIPS ITSELF
             88 STP-FILE-END    VALUE "Y".

       01 WS-STEP-NAMES.
          05 FILLER PIC X(10) VALUE "EMPARRIVE".
          05 FILLER PIC X(10) VALUE "DEPTLOAD".
          05 FILLER PIC X(10) VALUE "NEWHEDIT".
          05 FILLER PIC X(10) VALUE "INDXFILE".
          05 FILLER PIC X(10) VALUE "EMPFUTREL".
          05 FILLER PIC X(10) VALUE "INDXDEUP".
          05 FILLER PIC X(10) VALUE "EMPPAYRUN".
          05 FILLER PIC X(10) VALUE "EMPPAYCHK".
          05 FILLER PIC X(10) VALUE "EMPPAYREV".
          05 FILLER PIC X(10) VALUE "EMPDEPRTN".
          05 FILLER PIC X(10) VALUE "EMPPAYDEP".
          05 FILLER PIC X(10) VALUE "EMPCHQPRT".
          05 FILLER PIC X(10) VALUE "EMPBNKRPT".
          05 FILLER PIC X(10) VALUE "EMPPENREM".
          05 FILLER PIC X(10) VALUE "EMPRCVRPT".
          05 FILLER PIC X(10) VALUE "EMPEXPRPT".
          05 FILLER PIC X(10) VALUE "EMPSLPARC".
          05 FILLER PIC X(10) VALUE "EMPLOCRPT".
          05 FILLER PIC X(10) VALUE "EMPACTRPT".
          05 FILLER PIC X(10) VALUE "EMPDQSCR".
          05 FILLER PIC X(10) VALUE "EMPPRJRPT".
          05 FILLER PIC X(10) VALUE "EMPRSTVAR".
          05 FILLER PIC X(10) VALUE "EMPORGRPT".
          05 FILLER PIC X(10) VALUE "EMPTRNEXP".
          05 FILLER PIC X(10) VALUE "EMPAPRRPT".
          05 FILLER PIC X(10) VALUE "EMPERAGE".
          05 FILLER PIC X(10) VALUE "EMPBRADF".
          05 FILLER PIC X(10) VALUE "EMPTURN".
          05 FILLER PIC X(10) VALUE "EMPTTFRPT".
          05 FILLER PIC X(10) VALUE "EMPINCLOG".
          05 FILLER PIC X(10) VALUE "EMPINCRT".
          05 FILLER PIC X(10) VALUE "EMPKPI".
          05 FILLER PIC X(10) VALUE "EMPSNAP".
          05 FILLER PIC X(10) VALUE "EMPPAYSUM".
          05 FILLER PIC X(10) VALUE "EMPGLSEND".
          05 FILLER PIC X(10) VALUE "EMPGLCHK".
          05 FILLER PIC X(10) VALUE "EMPPUBLSH".
          05 FILLER PIC X(10) VALUE "EMPREFPUB".
          05 FILLER PIC X(10) VALUE "INDXREAD".
          05 FILLER PIC X(10) VALUE "MAINPROG".
          05 FILLER PIC X(10) VALUE "EMPARCHIVE".
          05 FILLER PIC X(10) VALUE "EMPHSKP".
          05 FILLER PIC X(10) VALUE "EMPREORG".
       01 WS-STEP-NAMES-TBL REDEFINES WS-STEP-NAMES.
          05 WS-STEP-NAME-ENTRY PIC X(10) OCCURS 45 TIMES.

       01 WS-STEP-STATE.
          05 WS-STEP-ENTRY OCCURS 45 TIMES.
             10 WS-STEP-OUTCOME    PIC X(04).
             10 WS-STEP-START      PIC X(14).
             10 WS-STEP-END        PIC X(14).
       01 WS-STEP-SUB          PIC 9(02).
       01 WS-STEP-MAX          PIC 9(02) VALUE 45.
       01 WS-LOOKUP-SUB        PIC 9(02).
       01 WS-STEP-NAME         PIC X(10).
       01 WS-STEP-RC           PIC 9(04) VALUE ZERO.

       01 WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01 LOG-PARM.

       01 WS-STEPCTL-COUNT     PIC 9(02) VALUE ZERO.
       01 WS-STEPCTL-TABLE.
          05 WS-STEPCTL-ENTRY OCCURS 1 TO 45 TIMES
                  DEPENDING ON WS-STEPCTL-COUNT.
             10 WS-SC-NAME     PIC X(10).
             10 WS-SC-WARN     PIC X(01).
                   AT END
                       MOVE "Y" TO WS-STP-FILE-END
                   NOT AT END
                       IF WS-STEPCTL-COUNT < 45
                           ADD 1 TO WS-STEPCTL-COUNT
                           MOVE STP-NAME TO
                               WS-SC-NAME (WS-STEPCTL-COUNT)
      * A STEP NOT DUE TODAY IS LOGGED AS SKIPPED, SO THE RUN LOG
      * STILL SHOWS THE COMPLETE PICTURE.
           PERFORM 1900-CHECK-STEP-DUE THRU 1900-EXIT.
      * EMPPAYCHK PROVES THE SLIPS THE PAY RUN HAS JUST WRITTEN - ON
      * A NIGHT THE PAY RUN IS NOT DUE THERE IS NOTHING TO PROVE.
           IF WS-STEP-NAME = "EMPPAYCHK"
                   AND WS-STEP-OUTCOME (WS-STEP-SUB - 1) = "SKIP"
               MOVE "N" TO WS-STEP-DUE
           END-IF.
           IF NOT STEP-DUE
               MOVE "SKIP" TO WS-STEP-OUTCOME (WS-STEP-SUB)
               MOVE FUNCTION CURRENT-DATE (1:14)
      * FAILED. THE STEP-CONTROL TABLE DECIDES PER STEP WHETHER A
      * WARNING OR A FAILURE CONTINUES THE CHAIN OR HALTS IT; THE
      * DEFAULTS ARE CONTINUE-ON-WARNING AND HALT-ON-FAILURE.
      * RETURN-CODE 16 IS A HARD STOP (EMPPAYCHK COULD NOT PROVE THE
      * PAY RUN): THE CHAIN HALTS WHATEVER THE TABLE SAYS, SO NO
      * MONEY OR POSTING LEAVES AFTER IT.
      * THE STEP'S RETURN CODE IS SAVED FIRST - EVERY CALL BELOW
      * (LOGMSG) RESETS RETURN-CODE.
       9000-CHECK-RETURN-CODE.
           MOVE RETURN-CODE TO WS-STEP-RC.
           IF WS-STEP-RC = ZERO
               GO TO 9000-EXIT
           END-IF.

               END-IF
           END-PERFORM.

           IF WS-STEP-RC < 8
               DISPLAY "EMPBATCH: STEP " WS-STEP-NAME
                       " ENDED WITH WARNINGS, RETURN CODE "
                       WS-STEP-RC
               MOVE "W" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               STRING "STEP " WS-STEP-NAME " ENDED WITH WARNINGS"
                   DISPLAY "EMPBATCH: BATCH HALTED ON WARNING "
                           "PER STEP CONTROL"
                   PERFORM 0450-RELEASE-LOCK THRU 0450-EXIT
                   MOVE WS-STEP-RC TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ZERO TO RETURN-CODE
           END-IF.

           DISPLAY "EMPBATCH: STEP " WS-STEP-NAME
                   " FAILED, RETURN CODE " WS-STEP-RC.
           MOVE "E" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "STEP " WS-STEP-NAME " FAILED"
           CALL "LOGMSG" USING LOG-PARM.
           MOVE "FAIL" TO WS-STEP-OUTCOME (WS-STEP-SUB).
           PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
           IF WS-ON-FAIL = "C" AND WS-STEP-RC < 16
               DISPLAY "EMPBATCH: CONTINUING PAST FAILED STEP "
                       "PER STEP CONTROL"
               MOVE ZERO TO RETURN-CODE
           END-IF.
           DISPLAY "EMPBATCH: BATCH HALTED".
           PERFORM 0450-RELEASE-LOCK THRU 0450-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
       9000-EXIT.
           EXIT.
