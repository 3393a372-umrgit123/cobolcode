      * THE EFFECTIVE DATE MUST BE A NUMERIC DATE NOT BEFORE THE
      * RECORD'S LAST STATUS CHANGE AND NOT AFTER THE BUSINESS DATE.
      *
      * TRANSACTION LAYOUT (16 BYTES):
      *     EMPID 9(05), NEW STATUS X(01), EFFECTIVE DATE 9(08),
      *     LEAVING REASON X(02)
      * A TERMINATION MUST CARRY A LEAVING REASON FROM THE REASON
      * MASTER (LVRSNMST.DAT); THE REASON AND ITS FLAGS ARE KEPT ON
      * THE TERMINATION DETAIL FILE (TERMDET), AS INDXDEUP DOES FOR
      * A "D" TRANSACTION. OTHER STATUS CHANGES LEAVE IT BLANK.
      *
      * REJECTS GO TO EMPSTATUS.ERR WITH A REASON. AFTER THE BATCH
      * IS APPLIED THE CURRENT ON-LEAVE LISTING (EMPLEAVE.DAT) IS
      * REGENERATED FROM EMPFILE, SO IT ALWAYS AGREES WITH THE
      * MASTER INSTEAD OF WITH A SPREADSHEET.
      *
      * A TERMINATION ALSO STOPS EVERY BENEFIT ENROLLMENT THE
      * LEAVER STILL HOLDS ON EMPBENE AT THE TERMINATION DATE, SO
      * THE PAY RUN STOPS TAKING THE PREMIUMS BY ITSELF. A LEAVER
      * WHO STILL OWES A BALANCE ON THE RECEIVABLES LEDGER (EMPRECV)
      * GETS AN EXTRA RCV ITEM ON THE CLEARANCE CHECKLIST, SO NOBODY
      * IS ARCHIVED STILL OWING MONEY.
      *
      * EVERY APPLIED CHANGE IS ALSO ADDED TO THE PERMANENT STATUS
      * HISTORY EMPSTHST.DAT WITH THE STATUS IT REPLACED AND THE
      * DATE THAT STATUS BEGAN, SO EACH RECORD LEAVING "L" IS A
      * COMPLETE LEAVE SPELL. EMPSENIOR TAKES UNPAID LEAVE OUT OF
      * SENIORITY FROM IT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       ORGANIZATION INDEXED
                       STATUS WS-CLR-FILE-STATUS
                       RECORD KEY CLR-KEY.
        SELECT BENE-FILE ASSIGN "EMPBENE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-BEN-FILE-STATUS
                       RECORD KEY BEN-KEY.
        SELECT TERMDET-FILE ASSIGN "TERMDET"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-TDT-FILE-STATUS
                       RECORD KEY TD-KEY.
        SELECT LVRSN-FILE ASSIGN "LVRSNMST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-LVR-FILE-STATUS.
        SELECT STHIST-FILE ASSIGN "EMPSTHST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-STH-FILE-STATUS.
        SELECT RECV-FILE ASSIGN "EMPRECV"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-RCV-FILE-STATUS
                       RECORD KEY RCV-KEY.
       DATA DIVISION.
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

       FD STAT-FILE
       RECORD 16.
       01 STAT-REC.
          05 STAT-EMPID        PIC 9(05).
          05 STAT-NEW-STATUS   PIC X(01).
          05 STAT-EFF-DATE     PIC 9(08).
          05 STAT-LEAVE-REASON PIC X(02).
       01 STAT-REC-X REDEFINES STAT-REC.
          05 STAT-EMPID-X      PIC X(05).
          05 FILLER            PIC X(01).
          05 STAT-EFF-DATE-X   PIC X(08).
          05 FILLER            PIC X(02).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-INPUT-LINE    PIC X(16).
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(40).

          05 CLR-DONE          PIC X(01).
          05 FILLER            PIC X(13).

      * THE BENEFIT ENROLLMENTS EMPBENM MAINTAINS. A STOP DATE OF
      * ZERO MEANS THE COVERAGE IS OPEN-ENDED.
       FD BENE-FILE
       RECORD 40.
       01 BENE-REC.
          05 BEN-KEY.
             10 BEN-EMPID      PIC 9(05).
             10 BEN-PLAN       PIC X(03).
          05 BEN-TIER          PIC X(01).
          05 BEN-DEPENDENTS    PIC 9(02).
          05 BEN-EFF-DATE      PIC 9(08).
          05 BEN-STOP-DATE     PIC 9(08).
          05 FILLER            PIC X(13).

      * TERMINATION DETAIL - THE SAME FILE INDXDEUP WRITES, KEYED
      * BY EMPID AND THE DATE LEFT.
       FD TERMDET-FILE
       RECORD 60.
       01 TERMDET-REC.
          05 TD-KEY.
             10 TD-EMPID       PIC 9(05).
             10 TD-TERM-DATE   PIC 9(08).
          05 TD-REASON         PIC X(02).
          05 TD-TYPE           PIC X(01).
          05 TD-REGRET         PIC X(01).
          05 TD-REHIRE         PIC X(01).
          05 TD-DEPT           PIC 9(03).
          05 TD-GRADE          PIC X(02).
          05 TD-HIRE-DATE      PIC 9(08).
          05 TD-SOURCE         PIC X(08).
          05 TD-OPERATOR       PIC X(08).
          05 TD-RECORDED       PIC 9(08).
          05 FILLER            PIC X(05).

      * LEAVING REASON MASTER: CODE, DESCRIPTION, TYPE (V VOLUNTARY
      * / I INVOLUNTARY), REGRETTABLE LOSS Y/N AND REHIRE ELIGIBLE
      * Y/N.
       FD LVRSN-FILE
       RECORD 35.
       01 LVRSN-REC.
          05 LR-CODE           PIC X(02).
          05 LR-DESC           PIC X(30).
          05 LR-TYPE           PIC X(01).
          05 LR-REGRET         PIC X(01).
          05 LR-REHIRE         PIC X(01).

      * STATUS HISTORY - ONE RECORD PER APPLIED CHANGE: THE OLD
      * STATUS AND THE DATE IT TOOK EFFECT, THE NEW STATUS AND ITS
      * EFFECTIVE DATE, AND THE BUSINESS DATE IT WAS APPLIED.
       FD STHIST-FILE
       RECORD 40.
       01 STHIST-REC.
          05 SH-EMPID          PIC 9(05).
          05 SH-FROM-STATUS    PIC X(01).
          05 SH-FROM-DATE      PIC 9(08).
          05 SH-TO-STATUS      PIC X(01).
          05 SH-EFF-DATE       PIC 9(08).
          05 SH-APPLIED-DATE   PIC 9(08).
          05 FILLER            PIC X(09).

      * THE RECEIVABLES LEDGER EMPRCVM MAINTAINS - READ ONLY HERE.
       FD RECV-FILE
       RECORD 60.
       01 RECV-REC.
          05 RCV-KEY.
             10 RCV-EMPID      PIC 9(05).
             10 RCV-TYPE       PIC X(03).
             10 RCV-SEQ        PIC 9(02).
          05 RCV-ORIG-AMOUNT   PIC 9(07)V99.
          05 RCV-INSTALMENT    PIC 9(06)V99.
          05 RCV-BALANCE       PIC 9(07)V99.
          05 RCV-OPEN-DATE     PIC 9(08).
          05 RCV-LAST-DATE     PIC 9(08).
          05 FILLER            PIC X(08).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 CLR-STATUS-OK      VALUE "00".
             88 CLR-FILE-NOT-FOUND VALUE "35".
             88 CLR-DUPLICATE-KEY  VALUE "22".
          05 WS-BEN-FILE-STATUS    PIC X(02) VALUE "00".
             88 BEN-STATUS-OK      VALUE "00".
             88 BEN-FILE-NOT-FOUND VALUE "35".
          05 WS-BEN-BROWSE-END     PIC X(01) VALUE "N".
             88 BEN-BROWSE-END     VALUE "Y".
          05 WS-BEN-ACTIVE         PIC X(01) VALUE "N".
             88 BEN-ACTIVE         VALUE "Y".
          05 WS-RCV-FILE-STATUS    PIC X(02) VALUE "00".
             88 RCV-STATUS-OK      VALUE "00".
             88 RCV-FILE-NOT-FOUND VALUE "35".
          05 WS-RCV-BROWSE-END     PIC X(01) VALUE "N".
             88 RCV-BROWSE-END     VALUE "Y".
          05 WS-RCV-ACTIVE         PIC X(01) VALUE "N".
             88 RCV-ACTIVE         VALUE "Y".
          05 WS-RCV-OWING          PIC X(01) VALUE "N".
             88 RCV-OWING          VALUE "Y".
          05 WS-TDT-FILE-STATUS    PIC X(02) VALUE "00".
             88 TDT-STATUS-OK      VALUE "00".
             88 TDT-FILE-NOT-FOUND VALUE "35".
             88 TDT-DUPLICATE-KEY  VALUE "22".
          05 WS-LVR-FILE-STATUS    PIC X(02) VALUE "00".
             88 LVR-STATUS-OK      VALUE "00".
          05 WS-LVR-FILE-END       PIC X(01) VALUE "N".
             88 LVR-FILE-END       VALUE "Y".
          05 WS-STH-FILE-STATUS    PIC X(02) VALUE "00".
             88 STH-STATUS-OK      VALUE "00".
             88 STH-FILE-NOT-FOUND VALUE "35".

       01 WS-COUNTS.
          05 WS-READ-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-APPLIED-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-ONLEAVE-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-BEN-STOP-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-RCV-OWING-COUNT    PIC 9(05) VALUE ZERO.

       01 WS-REASON                PIC X(40) VALUE SPACES.
      * THE LEAVING REASONS, FROM THE REASON MASTER.
       01 WS-LVR-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-LVR-TABLE.
          05 WS-LVR-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-LVR-COUNT.
             10 WS-LVR-CODE        PIC X(02).
             10 WS-LVR-TYPE        PIC X(01).
             10 WS-LVR-REGRET      PIC X(01).
             10 WS-LVR-REHIRE      PIC X(01).
       01 WS-LVR-SUB               PIC 9(02).
       01 WS-LVR-HIT               PIC 9(02) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-OLD-STATUS            PIC X(01).
       01 WS-OLD-STATUS-DATE       PIC 9(08).
       01 DV-PARM.
          05 DV-DATE               PIC 9(08).
          05 DV-CHECK-TYPE         PIC X(01).
          05 JRN-PROGRAM     PIC X(08) VALUE "EMPSTATU".
          05 JRN-ACTION      PIC X(01).
          05 JRN-EMPID       PIC 9(05).
          05 JRN-IMAGE       PIC X(200).
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
               STOP RUN
           END-IF.

      * NO ENROLLMENT FILE JUST MEANS NOBODY HAS ELECTED A PLAN YET.
           OPEN I-O BENE-FILE.
           IF BEN-STATUS-OK
               MOVE "Y" TO WS-BEN-ACTIVE
           ELSE
               IF NOT BEN-FILE-NOT-FOUND
                   DISPLAY "ERROR OPENING BENE-FILE"
                   DISPLAY "FILE STATUS : " WS-BEN-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.

      * NO RECEIVABLES LEDGER JUST MEANS NOBODY OWES ANYTHING.
           OPEN INPUT RECV-FILE.
           IF RCV-STATUS-OK
               MOVE "Y" TO WS-RCV-ACTIVE
           ELSE
               IF NOT RCV-FILE-NOT-FOUND
                   DISPLAY "ERROR OPENING RECV-FILE"
                   DISPLAY "FILE STATUS : " WS-RCV-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O TERMDET-FILE.
           IF TDT-FILE-NOT-FOUND
               OPEN OUTPUT TERMDET-FILE
               CLOSE TERMDET-FILE
               OPEN I-O TERMDET-FILE
           END-IF.
           IF NOT TDT-STATUS-OK
               DISPLAY "ERROR OPENING TERMDET-FILE"
               DISPLAY "FILE STATUS : " WS-TDT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND STHIST-FILE.
           IF STH-FILE-NOT-FOUND
               OPEN OUTPUT STHIST-FILE
           END-IF.
           IF NOT STH-STATUS-OK
               DISPLAY "ERROR OPENING STHIST-FILE"
               DISPLAY "FILE STATUS : " WS-STH-FILE-STATUS
               STOP RUN
           END-IF.

      * WITHOUT A REASON MASTER NO TERMINATION CAN BE ACCEPTED.
           OPEN INPUT LVRSN-FILE.
           IF LVR-STATUS-OK
               PERFORM UNTIL LVR-FILE-END
                   READ LVRSN-FILE
                       AT END
                           MOVE "Y" TO WS-LVR-FILE-END
                       NOT AT END
                           IF WS-LVR-COUNT < 50
                               ADD 1 TO WS-LVR-COUNT
                               MOVE LR-CODE TO
                                   WS-LVR-CODE (WS-LVR-COUNT)
                               MOVE LR-TYPE TO
                                   WS-LVR-TYPE (WS-LVR-COUNT)
                               MOVE LR-REGRET TO
                                   WS-LVR-REGRET (WS-LVR-COUNT)
                               MOVE LR-REHIRE TO
                                   WS-LVR-REHIRE (WS-LVR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LVRSN-FILE
           ELSE
               DISPLAY "NO LEAVING REASON MASTER - TERMINATIONS "
                       "WILL BE REJECTED"
           END-IF.

           CALL "GETBDATE" USING WS-BUSINESS-DATE.
       1000-EXIT.
           EXIT.
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF STAT-NEW-STATUS = "T"
               MOVE ZERO TO WS-LVR-HIT
               PERFORM VARYING WS-LVR-SUB FROM 1 BY 1
                       UNTIL WS-LVR-SUB > WS-LVR-COUNT
                   IF STAT-LEAVE-REASON = WS-LVR-CODE (WS-LVR-SUB)
                       MOVE WS-LVR-SUB TO WS-LVR-HIT
                       MOVE WS-LVR-COUNT TO WS-LVR-SUB
                   END-IF
               END-PERFORM
               IF WS-LVR-HIT = ZERO
                   MOVE "UNKNOWN OR MISSING LEAVING REASON"
                       TO WS-REASON
                   GO TO 2100-REJECT
               END-IF
           END-IF.

           MOVE "N" TO WS-REC-FOUND.
           MOVE STAT-EMPID TO EMPID.
               GO TO 2100-REJECT
           END-IF.

           MOVE EMP-STATUS      TO WS-OLD-STATUS.
           MOVE EMP-STATUS-DATE TO WS-OLD-STATUS-DATE.
           MOVE STAT-NEW-STATUS TO EMP-STATUS.
           MOVE STAT-EFF-DATE   TO EMP-STATUS-DATE.
           IF EMP-TERMINATED
           MOVE EMPID TO JRN-EMPID
           MOVE EMPREC TO JRN-IMAGE
           CALL "EMPJRNL" USING JRN-PARM.
           MOVE SPACES             TO STHIST-REC.
           MOVE EMPID              TO SH-EMPID.
           MOVE WS-OLD-STATUS      TO SH-FROM-STATUS.
           MOVE WS-OLD-STATUS-DATE TO SH-FROM-DATE.
           MOVE STAT-NEW-STATUS    TO SH-TO-STATUS.
           MOVE STAT-EFF-DATE      TO SH-EFF-DATE.
           MOVE WS-BUSINESS-DATE   TO SH-APPLIED-DATE.
           WRITE STHIST-REC.
           IF EMP-TERMINATED
               PERFORM 2300-OPEN-CLEARANCE THRU 2300-EXIT
               PERFORM 2500-WRITE-TERMDET THRU 2500-EXIT
               IF BEN-ACTIVE
                   PERFORM 2400-STOP-ENROLLMENTS THRU 2400-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.
           DISPLAY "STATUS " STAT-NEW-STATUS " APPLIED: " EMPID.
           EXIT.

      * EVERY TERMINATION OPENS THE CLEARANCE CHECKLIST (FPY FINAL
      * PAY, SQL ROW FLAGGED, ADR ADDRESS RETAINED, AST ASSETS,
      * AND RCV RECEIVABLES WHEN A LEDGER BALANCE IS STILL OPEN).
      * AN ITEM LEFT BY AN EARLIER RUN IS NOT REOPENED.
       2300-OPEN-CLEARANCE.
           MOVE "FPY" TO CLR-ITEM.
           PERFORM 2310-WRITE-CLEARANCE-ITEM THRU 2310-EXIT.
           MOVE "AST" TO CLR-ITEM.
           PERFORM 2310-WRITE-CLEARANCE-ITEM THRU 2310-EXIT.
           IF RCV-ACTIVE
               PERFORM 2320-CHECK-RECEIVABLES THRU 2320-EXIT
               IF RCV-OWING
                   MOVE "RCV" TO CLR-ITEM
                   PERFORM 2310-WRITE-CLEARANCE-ITEM THRU 2310-EXIT
                   ADD 1 TO WS-RCV-OWING-COUNT
                   DISPLAY "LEAVER STILL OWES RECEIVABLES: " EMPID
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

       2310-EXIT.
           EXIT.

      * ANY LEDGER ITEM FOR THE LEAVER WITH A BALANCE ABOVE ZERO.
       2320-CHECK-RECEIVABLES.
           MOVE "N" TO WS-RCV-OWING.
           MOVE "N" TO WS-RCV-BROWSE-END.
           MOVE EMPID TO RCV-EMPID.
           MOVE LOW-VALUES TO RCV-TYPE.
           MOVE ZERO TO RCV-SEQ.
           START RECV-FILE KEY >= RCV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RCV-BROWSE-END
           END-START.
           PERFORM UNTIL RCV-BROWSE-END
               READ RECV-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-RCV-BROWSE-END
                   NOT AT END
                       IF RCV-EMPID NOT = EMPID
                           MOVE "Y" TO WS-RCV-BROWSE-END
                       ELSE
                           IF RCV-BALANCE > ZERO
                               MOVE "Y" TO WS-RCV-OWING
                               MOVE "Y" TO WS-RCV-BROWSE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2320-EXIT.
           EXIT.

      * EVERY ENROLLMENT STILL RUNNING PAST THE TERMINATION DATE IS
      * STOPPED AT THAT DATE. ONE ALREADY STOPPED EARLIER IS LEFT.
       2400-STOP-ENROLLMENTS.
           MOVE "N" TO WS-BEN-BROWSE-END.
           MOVE EMPID TO BEN-EMPID.
           MOVE LOW-VALUES TO BEN-PLAN.
           START BENE-FILE KEY >= BEN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BEN-BROWSE-END
           END-START.
           PERFORM UNTIL BEN-BROWSE-END
               READ BENE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-BEN-BROWSE-END
                   NOT AT END
                       IF BEN-EMPID NOT = EMPID
                           MOVE "Y" TO WS-BEN-BROWSE-END
                       ELSE
                           IF BEN-STOP-DATE = ZERO
                                   OR BEN-STOP-DATE > STAT-EFF-DATE
                               MOVE STAT-EFF-DATE TO BEN-STOP-DATE
                               REWRITE BENE-REC
                               IF NOT BEN-STATUS-OK
                                   DISPLAY "ERROR REWRITING BENE-FILE"
                                   DISPLAY "FILE STATUS : "
                                           WS-BEN-FILE-STATUS
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-BEN-STOP-COUNT
                               DISPLAY "ENROLLMENT STOPPED: " EMPID
                                       " PLAN " BEN-PLAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2400-EXIT.
           EXIT.

      * THE LEAVING REASON FOUND IN 2100 GOES ON THE TERMINATION
      * DETAIL FILE WITH THE LEAVER'S DEPARTMENT, GRADE AND HIRE
      * DATE. A TERMINATION ALREADY RECORDED FOR THE DATE IS KEPT.
       2500-WRITE-TERMDET.
           INITIALIZE TERMDET-REC.
           MOVE EMPID TO TD-EMPID.
           MOVE STAT-EFF-DATE TO TD-TERM-DATE.
           MOVE WS-LVR-CODE (WS-LVR-HIT) TO TD-REASON.
           MOVE WS-LVR-TYPE (WS-LVR-HIT) TO TD-TYPE.
           MOVE WS-LVR-REGRET (WS-LVR-HIT) TO TD-REGRET.
           MOVE WS-LVR-REHIRE (WS-LVR-HIT) TO TD-REHIRE.
           MOVE EMPDEPT TO TD-DEPT.
           MOVE EMPGRADE TO TD-GRADE.
           MOVE EMP-HIRE-DATE TO TD-HIRE-DATE.
           MOVE "EMPSTATU" TO TD-SOURCE.
           MOVE SPACES TO TD-OPERATOR.
           MOVE WS-BUSINESS-DATE TO TD-RECORDED.
           WRITE TERMDET-REC.
           IF TDT-DUPLICATE-KEY
               CONTINUE
           ELSE
               IF NOT TDT-STATUS-OK
                   DISPLAY "ERROR WRITING TERMDET-FILE"
                   DISPLAY "FILE STATUS : " WS-TDT-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

      * THE ON-LEAVE LISTING IS REGENERATED FROM THE MASTER AFTER
      * EVERY BATCH SO IT CANNOT DRIFT OUT OF AGREEMENT WITH IT.
       3000-WRITE-LEAVE-LISTING.
           CLOSE STAT-FILE.
           CLOSE ERROR-FILE.
           CLOSE TRMCLR-FILE.
           CLOSE TERMDET-FILE.
           CLOSE STHIST-FILE.
           IF BEN-ACTIVE
               CLOSE BENE-FILE
           END-IF.
           IF RCV-ACTIVE
               CLOSE RECV-FILE
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "TRANSACTIONS READ    : " WS-READ-COUNT.
           DISPLAY "STATUS CHANGES APPLIED: " WS-APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
           DISPLAY "CURRENTLY ON LEAVE    : " WS-ONLEAVE-COUNT.
           DISPLAY "ENROLLMENTS STOPPED   : " WS-BEN-STOP-COUNT.
           DISPLAY "LEAVERS STILL OWING   : " WS-RCV-OWING-COUNT.
       9999-EXIT.
           EXIT.
