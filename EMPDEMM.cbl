       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDEMM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * EQUAL-OPPORTUNITY DEMOGRAPHIC FILE MAINTENANCE.
      *
      * THE SELF-IDENTIFIED DEMOGRAPHIC CATEGORIES USED FOR THE
      * STATUTORY WORKFORCE COMPOSITION REPORT (EMPEEORPT) ARE HELD
      * APART FROM EMPREC ON THEIR OWN INDEXED COMPANION FILE,
      * EMPDEMO, KEYED BY EMPID. NO OTHER PROGRAM READS IT. THIS
      * PROGRAM APPLIES ITS TRANSACTION FILE (EMPDEMT.DAT):
      *   A - ADD THE EMPLOYEE'S RECORD (EVERY CATEGORY GIVEN)
      *   U - CHANGE IT (A BLANK CATEGORY IS LEFT AS IT IS)
      *   D - REMOVE IT (THE EMPLOYEE WITHDRAWS THE INFORMATION)
      * THE FOUR CATEGORIES ARE GENDER (G), ETHNIC GROUP (E),
      * DISABILITY (I) AND VETERAN STATUS (V). EACH CODE MUST BE ON
      * THE CATEGORY MASTER DEMOCAT.DAT FOR ITS DIMENSION, EXCEPT
      * "DS" - DECLINED TO STATE - WHICH IS VALID FOR EVERY ONE.
      *
      * EVERY TRANSACTION CARRIES THE OPERATOR WHO KEYED IT, WHO
      * MUST HOLD EEO ACCESS U ON OPERAUTH.DAT. WITHOUT OPERAUTH.DAT
      * NOTHING IS APPLIED. REJECTS GO TO EMPDEMM.ERR WITH THE
      * EMPID, OPERATOR AND REASON ONLY - NEVER THE CATEGORIES.
      *
      * TRANSACTION LAYOUT (22 BYTES):
      *   ACTION X(1), EMPID 9(5), GENDER X(2), ETHNIC GROUP X(2),
      *   DISABILITY X(2), VETERAN X(2), OPERATOR X(8)
      * THE FILE CARRIES THE SAME BATCH CONTROLS AS THE OTHER
      * TRANSACTION FEEDS: AN "H" HEADER (BATCH ID AND DATE), A "T"
      * TRAILER (DETAIL COUNT; THE HASH IS ZERO), AND A BATCH ID
      * NOT APPLIED BEFORE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT EMPFILE ASSIGN "EMPFIL"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-EMP-FILE-STATUS
                       RECORD KEY EMPID
                       ALTERNATE RECORD KEY EMPDEPT WITH DUPLICATES.
        SELECT DEMO-FILE ASSIGN "EMPDEMO"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-DEM-FILE-STATUS
                       RECORD KEY DEM-EMPID.
        SELECT DEMOCAT-FILE ASSIGN "DEMOCAT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-DCT-FILE-STATUS.
        SELECT AUTH-FILE ASSIGN "OPERAUTH.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-AUT-FILE-STATUS.
        SELECT TRANS-FILE ASSIGN "EMPDEMT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPDEMM.ERR"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ERR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD EMPFILE
       RECORD VARYING FROM 90 TO 200.
       01 EMPREC.
          05 EMPID             PIC 9(05).
          05 EMPDEPT           PIC 9(03).
          05 EMPNAME           PIC X(20).
          05 EMPSALARY         PIC 9(06)V99.
          05 EMPGRADE          PIC X(02).
          05 EMPDESIGNATION    PIC X(20).
          05 EMP-HIRE-DATE     PIC 9(08).
          05 EMP-TERM-DATE     PIC 9(08).
          05 EMP-STATUS        PIC X(01).
             88 EMP-ACTIVE     VALUE "A".
             88 EMP-TERMINATED VALUE "T".
             88 EMP-ON-LEAVE   VALUE "L".
          05 EMP-STATUS-DATE   PIC 9(08).
          05 FILLER            PIC X(01).
          05 EMP-REC-VERSION   PIC X(01).
             88 EMP-REC-V2     VALUE "2".
          05 FILLER            PIC X(05).
          05 EMP-EXTENSION     PIC X(110).

       FD DEMO-FILE
       RECORD 40.
       01 DEMO-REC.
          05 DEM-EMPID         PIC 9(05).
          05 DEM-CODES.
             10 DEM-GENDER     PIC X(02).
             10 DEM-ETHNIC     PIC X(02).
             10 DEM-DISABILITY PIC X(02).
             10 DEM-VETERAN    PIC X(02).
          05 DEM-UPDATED-BY    PIC X(08).
          05 DEM-UPDATED       PIC 9(08).
          05 DEM-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(03).

      * THE CATEGORY MASTER: DIMENSION G/E/I/V, CODE, DESCRIPTION.
       FD DEMOCAT-FILE
       RECORD 23.
       01 DEMOCAT-REC.
          05 DC-DIMENSION      PIC X(01).
          05 DC-CODE           PIC X(02).
          05 DC-DESC           PIC X(20).

       FD AUTH-FILE
       RECORD 16.
       01 AUTH-REC.
          05 AUT-OPERATOR      PIC X(08).
          05 AUT-ALLOW-DELETE  PIC X(01).
          05 AUT-ALLOW-LARGE   PIC X(01).
          05 AUT-ACCESS        PIC X(01).
          05 AUT-DEPT          PIC 9(03).
          05 AUT-ER-ACCESS     PIC X(01).
          05 AUT-EEO-ACCESS    PIC X(01).

       FD TRANS-FILE
       RECORD 22.
       01 TRANS-REC.
          05 TRN-ACTION        PIC X(01).
             88 TB-HEADER-REC  VALUE "H".
             88 TB-TRAILER-REC VALUE "T".
          05 TRN-EMPID         PIC 9(05).
          05 TRN-CODES.
             10 TRN-GENDER     PIC X(02).
             10 TRN-ETHNIC     PIC X(02).
             10 TRN-DISABILITY PIC X(02).
             10 TRN-VETERAN    PIC X(02).
          05 TRN-CODE-TBL REDEFINES TRN-CODES.
             10 TRN-CODE       PIC X(02) OCCURS 4 TIMES.
          05 TRN-OPERATOR      PIC X(08).
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TRN-EMPID-X       PIC X(05).
          05 FILLER            PIC X(16).
       01 TRANS-HEADER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-HDR-BATCH-ID   PIC X(08).
          05 TB-HDR-DATE       PIC 9(08).
          05 FILLER            PIC X(05).
       01 TRANS-TRAILER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-TRL-COUNT      PIC 9(05).
          05 TB-TRL-HASH       PIC 9(09).
          05 FILLER            PIC X(07).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-ACTION        PIC X(01).
          05 FILLER            PIC X(01).
          05 ERR-EMPID         PIC X(05).
          05 FILLER            PIC X(02).
          05 ERR-OPERATOR      PIC X(08).
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(40).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-DEM-FILE-STATUS    PIC X(02) VALUE "00".
             88 DEM-STATUS-OK      VALUE "00".
             88 DEM-FILE-NOT-FOUND VALUE "35".
          05 WS-DCT-FILE-STATUS    PIC X(02) VALUE "00".
             88 DCT-STATUS-OK      VALUE "00".
          05 WS-DCT-FILE-END       PIC X(01) VALUE "N".
             88 DCT-FILE-END       VALUE "Y".
          05 WS-AUT-FILE-STATUS    PIC X(02) VALUE "00".
             88 AUT-STATUS-OK      VALUE "00".
          05 WS-AUT-FILE-END       PIC X(01) VALUE "N".
             88 AUT-FILE-END       VALUE "Y".
          05 WS-TRN-FILE-STATUS    PIC X(02) VALUE "00".
             88 TRN-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-END       PIC X(01) VALUE "N".
             88 TRN-FILE-END       VALUE "Y".
          05 WS-ERR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERR-STATUS-OK      VALUE "00".
          05 WS-DEM-FOUND          PIC X(01) VALUE "N".
             88 DEM-FOUND          VALUE "Y".
          05 WS-OPER-OK            PIC X(01) VALUE "N".
             88 OPER-OK            VALUE "Y".
          05 WS-CODE-OK            PIC X(01) VALUE "N".
             88 CODE-IS-VALID      VALUE "Y".
          05 WS-HEADER-SEEN        PIC X(01) VALUE "N".
             88 HEADER-SEEN        VALUE "Y".
          05 WS-TRAILER-SEEN       PIC X(01) VALUE "N".
             88 TRAILER-SEEN       VALUE "Y".

       01 WS-COUNTS.
          05 WS-ADD-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-CHANGE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-DELETE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-REASON                PIC X(40) VALUE SPACES.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-DETAILS         PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.

      * THE DIMENSIONS, IN THE ORDER THEY SIT ON THE RECORD.
       01 WS-DIM-LETTERS           PIC X(04) VALUE "GEIV".
       01 WS-DIM-TBL REDEFINES WS-DIM-LETTERS.
          05 WS-DIM-LETTER         PIC X(01) OCCURS 4 TIMES.
       01 WS-DIM-NAMES.
          05 FILLER                PIC X(12) VALUE "GENDER".
          05 FILLER                PIC X(12) VALUE "ETHNIC GROUP".
          05 FILLER                PIC X(12) VALUE "DISABILITY".
          05 FILLER                PIC X(12) VALUE "VETERAN".
       01 WS-DIM-NAME-TBL REDEFINES WS-DIM-NAMES.
          05 WS-DIM-NAME           PIC X(12) OCCURS 4 TIMES.
       01 WS-DIM-SUB               PIC 9(01).
       01 WS-DIM-HIT               PIC 9(01) VALUE ZERO.

      * THE VALID CODES, FROM THE CATEGORY MASTER.
       01 WS-DC-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-DC-TABLE.
          05 WS-DC-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-DC-COUNT.
             10 WS-DC-DIMENSION    PIC X(01).
             10 WS-DC-CODE         PIC X(02).
       01 WS-DC-SUB                PIC 9(03).

      * THE OPERATORS HOLDING EEO MAINTENANCE ACCESS.
       01 WS-AUTH-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-AUTH-TABLE.
          05 WS-AUT-OPER           PIC X(08) OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-AUTH-COUNT.
       01 WS-AUTH-SUB              PIC 9(03).

       01 BREG-PARM.
          05 BREG-REQUEST          PIC X(01).
          05 BREG-BATCH-ID         PIC X(08).
          05 BREG-RESULT           PIC X(01).
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPDEMM".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           PERFORM 1100-LOAD-AUTHORITY THRU 1100-EXIT.
           PERFORM 1200-LOAD-CATEGORIES THRU 1200-EXIT.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O DEMO-FILE.
           IF DEM-FILE-NOT-FOUND
               OPEN OUTPUT DEMO-FILE
               CLOSE DEMO-FILE
               OPEN I-O DEMO-FILE
           END-IF.
           IF NOT DEM-STATUS-OK
               DISPLAY "ERROR OPENING DEMO-FILE"
               DISPLAY "FILE STATUS : " WS-DEM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.

           OPEN OUTPUT ERROR-FILE.
           IF NOT ERR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
               DISPLAY "FILE STATUS : " WS-ERR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

      * DEMOGRAPHIC DATA IS RESTRICTED: WITHOUT THE AUTHORIZATION
      * FILE NO ONE CAN BE PROVED TO HOLD EEO ACCESS, SO NOTHING IS
      * APPLIED.
       1100-LOAD-AUTHORITY.
           OPEN INPUT AUTH-FILE.
           IF NOT AUT-STATUS-OK
               DISPLAY "NO OPERATOR AUTHORIZATION FILE - "
                       "NOTHING APPLIED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL AUT-FILE-END
               READ AUTH-FILE
                   AT END
                       MOVE "Y" TO WS-AUT-FILE-END
                   NOT AT END
                       IF AUT-EEO-ACCESS = "U"
                               AND WS-AUTH-COUNT < 100
                           ADD 1 TO WS-AUTH-COUNT
                           MOVE AUT-OPERATOR
                               TO WS-AUT-OPER (WS-AUTH-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.
       1100-EXIT.
           EXIT.

       1200-LOAD-CATEGORIES.
           OPEN INPUT DEMOCAT-FILE.
           IF NOT DCT-STATUS-OK
               DISPLAY "ERROR OPENING DEMOCAT-FILE"
               DISPLAY "FILE STATUS : " WS-DCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL DCT-FILE-END
               READ DEMOCAT-FILE
                   AT END
                       MOVE "Y" TO WS-DCT-FILE-END
                   NOT AT END
                       IF WS-DC-COUNT >= 100
                           DISPLAY "CATEGORY TABLE FULL - "
                                   DC-DIMENSION DC-CODE " DROPPED"
                       ELSE
                           ADD 1 TO WS-DC-COUNT
                           MOVE DC-DIMENSION
                               TO WS-DC-DIMENSION (WS-DC-COUNT)
                           MOVE DC-CODE TO WS-DC-CODE (WS-DC-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEMOCAT-FILE.
       1200-EXIT.
           EXIT.

      * THE BATCH IS PROVED FIRST, AS EVERY TRANSACTION FEED IS.
       1500-VALIDATE-BATCH-CONTROLS.
           OPEN INPUT TRANS-FILE.
           IF NOT TRN-STATUS-OK
               DISPLAY "ERROR OPENING TRANS-FILE"
               DISPLAY "FILE STATUS : " WS-TRN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL TRN-FILE-END
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-TRN-FILE-END
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TB-HEADER-REC
                               MOVE "Y" TO WS-HEADER-SEEN
                               MOVE TB-HDR-BATCH-ID TO WS-BATCH-ID
                           WHEN TB-TRAILER-REC
                               MOVE "Y" TO WS-TRAILER-SEEN
                               MOVE TB-TRL-COUNT TO WS-TRAILER-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-BATCH-DETAILS
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.

           IF NOT HEADER-SEEN
               DISPLAY "BATCH HAS NO HEADER - REJECTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT TRAILER-SEEN
               DISPLAY "BATCH HAS NO TRAILER - FILE MAY BE "
                       "TRUNCATED - REJECTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-BATCH-DETAILS NOT = WS-TRAILER-COUNT
               DISPLAY "BATCH COUNT DOES NOT BALANCE - REJECTED"
               DISPLAY "TRAILER : " WS-TRAILER-COUNT
               DISPLAY "COUNTED : " WS-BATCH-DETAILS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "C" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.
           IF BREG-RESULT = "S"
               DISPLAY "BATCH " WS-BATCH-ID
                       " WAS ALREADY APPLIED - REJECTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "BATCH " WS-BATCH-ID " ACCEPTED, "
                   WS-BATCH-DETAILS " TRANSACTIONS".

           OPEN INPUT TRANS-FILE.
           IF NOT TRN-STATUS-OK
               DISPLAY "ERROR REOPENING TRANS-FILE"
               DISPLAY "FILE STATUS : " WS-TRN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-TRN-FILE-END.
       1500-EXIT.
           EXIT.

       2000-APPLY-TRANSACTIONS.
           PERFORM UNTIL TRN-FILE-END
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-TRN-FILE-END
                   NOT AT END
                       IF TB-HEADER-REC OR TB-TRAILER-REC
                           CONTINUE
                       ELSE
                           PERFORM 2100-APPLY-ONE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE.
           MOVE SPACES TO WS-REASON.
           MOVE "N" TO WS-OPER-OK.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
               IF WS-AUT-OPER (WS-AUTH-SUB) = TRN-OPERATOR
                   MOVE "Y" TO WS-OPER-OK
               END-IF
           END-PERFORM.
           IF NOT OPER-OK OR TRN-OPERATOR = SPACES
               MOVE "OPERATOR HAS NO EEO MAINTENANCE ACCESS"
                   TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           IF TRN-EMPID-X NOT NUMERIC OR TRN-EMPID = ZERO
               MOVE "EMPID NOT NUMERIC OR ZERO" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           MOVE "N" TO WS-DEM-FOUND.
           MOVE TRN-EMPID TO DEM-EMPID.
           READ DEMO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DEM-FOUND
           END-READ.

           EVALUATE TRN-ACTION
               WHEN "A"
                   PERFORM 3000-ADD-RECORD THRU 3000-EXIT
               WHEN "U"
                   PERFORM 4000-CHANGE-RECORD THRU 4000-EXIT
               WHEN "D"
                   IF NOT DEM-FOUND
                       MOVE "NO DEMOGRAPHIC RECORD ON FILE"
                           TO WS-REASON
                   ELSE
                       DELETE DEMO-FILE
                           INVALID KEY
                               MOVE "ERROR DELETING RECORD"
                                   TO WS-REASON
                       END-DELETE
                       IF WS-REASON = SPACES
                           ADD 1 TO WS-DELETE-COUNT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-REASON
           END-EVALUATE.

           IF WS-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF.
           GO TO 2100-EXIT.

       2100-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ERROR-LINE.
           MOVE TRN-ACTION TO ERR-ACTION.
           MOVE TRN-EMPID-X TO ERR-EMPID.
           MOVE TRN-OPERATOR TO ERR-OPERATOR.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
           DISPLAY "REJECTED " TRN-ACTION " " TRN-EMPID-X
                   " - " WS-REASON.
       2100-EXIT.
           EXIT.

      * EVERY NON-BLANK CODE ON THE TRANSACTION MUST BE DS OR ON
      * THE CATEGORY MASTER FOR ITS DIMENSION. ON AN ADD EVERY
      * CODE MUST BE GIVEN.
       2200-VALIDATE-CODES.
           PERFORM VARYING WS-DIM-SUB FROM 1 BY 1
                   UNTIL WS-DIM-SUB > 4 OR WS-REASON NOT = SPACES
               IF TRN-CODE (WS-DIM-SUB) = SPACES
                   IF TRN-ACTION = "A"
                       MOVE SPACES TO WS-REASON
                       STRING WS-DIM-NAME (WS-DIM-SUB)
                              " CATEGORY MISSING - USE DS"
                           DELIMITED BY "  " INTO WS-REASON
                   END-IF
               ELSE
                   PERFORM 2250-CHECK-ONE-CODE THRU 2250-EXIT
                   IF NOT CODE-IS-VALID
                       MOVE SPACES TO WS-REASON
                       STRING WS-DIM-NAME (WS-DIM-SUB)
                              " CODE NOT ON CATEGORY MASTER"
                           DELIMITED BY "  " INTO WS-REASON
                   END-IF
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.

       2250-CHECK-ONE-CODE.
           MOVE "N" TO WS-CODE-OK.
           IF TRN-CODE (WS-DIM-SUB) = "DS"
               MOVE "Y" TO WS-CODE-OK
               GO TO 2250-EXIT
           END-IF.
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                   UNTIL WS-DC-SUB > WS-DC-COUNT
               IF WS-DC-DIMENSION (WS-DC-SUB)
                       = WS-DIM-LETTER (WS-DIM-SUB)
                       AND WS-DC-CODE (WS-DC-SUB)
                           = TRN-CODE (WS-DIM-SUB)
                   MOVE "Y" TO WS-CODE-OK
                   MOVE WS-DC-COUNT TO WS-DC-SUB
               END-IF
           END-PERFORM.
       2250-EXIT.
           EXIT.

       3000-ADD-RECORD.
           IF DEM-FOUND
               MOVE "RECORD ALREADY ON FILE - USE U" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           MOVE TRN-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON EMPFILE" TO WS-REASON
                   GO TO 3000-EXIT
           END-READ.
           PERFORM 2200-VALIDATE-CODES THRU 2200-EXIT.
           IF WS-REASON NOT = SPACES
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO DEMO-REC.
           MOVE TRN-EMPID TO DEM-EMPID.
           MOVE TRN-CODES TO DEM-CODES.
           PERFORM 3100-STAMP-RECORD THRU 3100-EXIT.
           WRITE DEMO-REC
               INVALID KEY
                   MOVE "ERROR WRITING RECORD" TO WS-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.
       3000-EXIT.
           EXIT.

       3100-STAMP-RECORD.
           MOVE TRN-OPERATOR TO DEM-UPDATED-BY.
           MOVE WS-BUSINESS-DATE TO DEM-UPDATED.
           MOVE WS-BATCH-ID TO DEM-BATCH-ID.
       3100-EXIT.
           EXIT.

       4000-CHANGE-RECORD.
           IF NOT DEM-FOUND
               MOVE "NO DEMOGRAPHIC RECORD ON FILE - USE A"
                   TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           PERFORM 2200-VALIDATE-CODES THRU 2200-EXIT.
           IF WS-REASON NOT = SPACES
               GO TO 4000-EXIT
           END-IF.
           IF TRN-GENDER NOT = SPACES
               MOVE TRN-GENDER TO DEM-GENDER
           END-IF.
           IF TRN-ETHNIC NOT = SPACES
               MOVE TRN-ETHNIC TO DEM-ETHNIC
           END-IF.
           IF TRN-DISABILITY NOT = SPACES
               MOVE TRN-DISABILITY TO DEM-DISABILITY
           END-IF.
           IF TRN-VETERAN NOT = SPACES
               MOVE TRN-VETERAN TO DEM-VETERAN
           END-IF.
           PERFORM 3100-STAMP-RECORD THRU 3100-EXIT.
           REWRITE DEMO-REC
               INVALID KEY
                   MOVE "ERROR REWRITING RECORD" TO WS-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
           END-REWRITE.
       4000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           CLOSE DEMO-FILE.
           CLOSE TRANS-FILE.
           CLOSE ERROR-FILE.

      * THE BATCH IS NOW FULLY APPLIED - RECORD ITS ID SO A RE-SENT
      * COPY IS REJECTED NEXT TIME.
           MOVE "R" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "ADDED " WS-ADD-COUNT
                  " CHANGED " WS-CHANGE-COUNT
                  " DELETED " WS-DELETE-COUNT
                  " REJECTED " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF RETURN-CODE = ZERO AND WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "RECORDS ADDED      : " WS-ADD-COUNT.
           DISPLAY "RECORDS CHANGED    : " WS-CHANGE-COUNT.
           DISPLAY "RECORDS DELETED    : " WS-DELETE-COUNT.
           DISPLAY "REJECTED           : " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
