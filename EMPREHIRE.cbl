      * THE INDXFILE DUPLICATE CHECK, SO THE NEW-HIRE TRANSACTION
      * CANNOT DOUBLE-LOAD; NAME-ONLY MATCHES ARE NEVER AUTO-
      * APPLIED, ONLY REPORTED.
      *
      * EVERY MATCH IS ALSO CHECKED AGAINST THE EMPLOYEE RELATIONS
      * CASE REGISTER (ERCASE). A LEAVER WITH ANY CASE FLAGGED NOT
      * ELIGIBLE FOR REHIRE IS REPORTED AS SUCH - WITHOUT THE CASE
      * DETAIL, WHICH IS RESTRICTED - AND IS NEVER RESTORED.
      * THE SAME HOLDS FOR A LEAVER WHOSE TERMINATION DETAIL
      * (TERMDET) CARRIES A LEAVING REASON THAT MAKES THEM
      * INELIGIBLE FOR REHIRE; THE REASON CODE IS REPORTED.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       ORGANIZATION INDEXED
                       STATUS WS-ARC-FILE-STATUS
                       RECORD KEY ARC-EMPID.
        SELECT CASE-FILE ASSIGN "ERCASE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ERC-FILE-STATUS
                       RECORD KEY ERC-CASE-NO
                       ALTERNATE RECORD KEY ERC-EMPID WITH DUPLICATES.
        SELECT TERMDET-FILE ASSIGN "TERMDET"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-TDT-FILE-STATUS
                       RECORD KEY TD-KEY.
        SELECT REPORT-FILE ASSIGN "EMPREHIRE.RPT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
          05 FILLER                PIC X(65).

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

      * THE ARCHIVE RECORD IS THE FULL EMPREC IMAGE.
       FD ARCHIVE-FILE
       RECORD VARYING FROM 90 TO 200.
       01 ARCREC.
          05 ARC-EMPID         PIC 9(05).
          05 ARC-DEPT          PIC 9(03).
          05 ARC-TERM-DATE     PIC 9(08).
          05 ARC-STATUS        PIC X(01).
          05 ARC-STATUS-DATE   PIC 9(08).
          05 FILLER            PIC X(01).
          05 ARC-REC-VERSION   PIC X(01).
             88 ARC-REC-V2     VALUE "2".
          05 FILLER            PIC X(05).
          05 ARC-EXTENSION     PIC X(110).

       FD CASE-FILE
       RECORD 80.
       01 ERCASE-REC.
          05 ERC-CASE-NO       PIC 9(06).
          05 ERC-EMPID         PIC 9(05).
          05 ERC-TYPE          PIC X(02).
          05 ERC-OPENED        PIC 9(08).
          05 ERC-CLOSED        PIC 9(08).
          05 ERC-OUTCOME       PIC X(02).
          05 ERC-EXPIRY        PIC 9(08).
          05 ERC-REHIRE        PIC X(01).
             88 ERC-NO-REHIRE  VALUE "N".
          05 ERC-OPENED-BY     PIC X(08).
          05 ERC-UPDATED-BY    PIC X(08).
          05 ERC-UPDATED       PIC 9(08).
          05 ERC-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(08).

      * TERMINATION DETAIL WRITTEN BY INDXDEUP AND EMPSTATUS - ONE
      * RECORD PER LEAVING, KEYED BY EMPID AND THE DATE LEFT.
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
             88 TD-NO-REHIRE   VALUE "N".
          05 TD-DEPT           PIC 9(03).
          05 TD-GRADE          PIC X(02).
          05 TD-HIRE-DATE      PIC 9(08).
          05 TD-SOURCE         PIC X(08).
          05 TD-OPERATOR       PIC X(08).
          05 TD-RECORDED       PIC 9(08).
          05 FILLER            PIC X(05).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(90).
             88 ARC-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".
          05 WS-ERC-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERC-STATUS-OK      VALUE "00".
          05 WS-ERC-FILE-END       PIC X(01) VALUE "N".
             88 ERC-FILE-END       VALUE "Y".
          05 WS-ERC-OPEN           PIC X(01) VALUE "N".
             88 ERC-OPEN           VALUE "Y".
          05 WS-REHIRE-BARRED      PIC X(01) VALUE "N".
             88 REHIRE-BARRED      VALUE "Y".
          05 WS-TDT-FILE-STATUS    PIC X(02) VALUE "00".
             88 TDT-STATUS-OK      VALUE "00".
          05 WS-TDT-FILE-END       PIC X(01) VALUE "N".
             88 TDT-FILE-END       VALUE "Y".
          05 WS-TDT-OPEN           PIC X(01) VALUE "N".
             88 TDT-OPEN           VALUE "Y".
          05 WS-REASON-BARRED      PIC X(01) VALUE "N".
             88 REASON-BARRED      VALUE "Y".
          05 WS-BARRED-REASON      PIC X(02) VALUE SPACES.
          05 WS-MATCHED            PIC X(01) VALUE "N".
             88 ARCHIVE-MATCHED    VALUE "Y".
          05 WS-MATCH-BY           PIC X(01) VALUE SPACE.
          05 WS-READ-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-MATCH-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-RESTORED-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-BARRED-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-PRIOR-DAYS            PIC S9(08) COMP.
       01 WS-REHIRE-INT            PIC 9(08) COMP.
          05 JRN-PROGRAM     PIC X(08) VALUE "EMPREHIR".
          05 JRN-ACTION      PIC X(01).
          05 JRN-EMPID       PIC 9(05).
          05 JRN-IMAGE       PIC X(200).
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
               GOBACK
           END-IF.

      * NO CASE REGISTER YET MEANS NO ONE IS BARRED.
           OPEN INPUT CASE-FILE.
           IF ERC-STATUS-OK
               MOVE "Y" TO WS-ERC-OPEN
           END-IF.
      * NOR DOES NO TERMINATION DETAIL.
           OPEN INPUT TERMDET-FILE.
           IF TDT-STATUS-OK
               MOVE "Y" TO WS-TDT-OPEN
           END-IF.

           CALL "GETBDATE" USING WS-BUSINESS-DATE.
       1000-EXIT.
           EXIT.
           END-IF.

           ADD 1 TO WS-MATCH-COUNT.
           PERFORM 2250-CHECK-CASE-REGISTER THRU 2250-EXIT.
           PERFORM 2260-CHECK-LEAVING-REASON THRU 2260-EXIT.
           PERFORM 2300-REPORT-MATCH THRU 2300-EXIT.

           IF APPLY-MODE AND WS-MATCH-BY = "I" AND NOT REHIRE-BARRED
                   AND NOT REASON-BARRED
               PERFORM 2400-RESTORE-FROM-ARCHIVE THRU 2400-EXIT
           END-IF.
       2100-EXIT.
       2200-EXIT.
           EXIT.

      * ANY CASE ON THE LEAVER'S FILE FLAGGED NOT ELIGIBLE BARS THE
      * REHIRE.
       2250-CHECK-CASE-REGISTER.
           MOVE "N" TO WS-REHIRE-BARRED.
           IF NOT ERC-OPEN
               GO TO 2250-EXIT
           END-IF.
           MOVE "N" TO WS-ERC-FILE-END.
           MOVE ARC-EMPID TO ERC-EMPID.
           START CASE-FILE KEY = ERC-EMPID
               INVALID KEY
                   MOVE "Y" TO WS-ERC-FILE-END
           END-START.
           PERFORM UNTIL ERC-FILE-END
               READ CASE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-ERC-FILE-END
                   NOT AT END
                       IF ERC-EMPID NOT = ARC-EMPID
                           MOVE "Y" TO WS-ERC-FILE-END
                       ELSE
                           IF ERC-NO-REHIRE
                               MOVE "Y" TO WS-REHIRE-BARRED
                               MOVE "Y" TO WS-ERC-FILE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF REHIRE-BARRED
               ADD 1 TO WS-BARRED-COUNT
           END-IF.
       2250-EXIT.
           EXIT.

      * ANY EARLIER LEAVING WHOSE REASON MADE THE LEAVER INELIGIBLE
      * BARS THE REHIRE. A LEAVER ALREADY BARRED BY THE CASE
      * REGISTER IS NOT COUNTED TWICE.
       2260-CHECK-LEAVING-REASON.
           MOVE "N" TO WS-REASON-BARRED.
           MOVE SPACES TO WS-BARRED-REASON.
           IF NOT TDT-OPEN
               GO TO 2260-EXIT
           END-IF.
           MOVE "N" TO WS-TDT-FILE-END.
           MOVE ARC-EMPID TO TD-EMPID.
           MOVE ZERO TO TD-TERM-DATE.
           START TERMDET-FILE KEY >= TD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TDT-FILE-END
           END-START.
           PERFORM UNTIL TDT-FILE-END
               READ TERMDET-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-TDT-FILE-END
                   NOT AT END
                       IF TD-EMPID NOT = ARC-EMPID
                           MOVE "Y" TO WS-TDT-FILE-END
                       ELSE
                           IF TD-NO-REHIRE
                               MOVE "Y" TO WS-REASON-BARRED
                               MOVE TD-REASON TO WS-BARRED-REASON
                               MOVE "Y" TO WS-TDT-FILE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF REASON-BARRED AND NOT REHIRE-BARRED
               ADD 1 TO WS-BARRED-COUNT
           END-IF.
       2260-EXIT.
           EXIT.

       2300-REPORT-MATCH.
           MOVE SPACES TO REPORT-LINE.
           IF WS-MATCH-BY = "I"
           END-IF.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE.
           IF REHIRE-BARRED
               MOVE SPACES TO REPORT-LINE
               STRING "   NOT ELIGIBLE FOR REHIRE - REFER TO "
                      "EMPLOYEE RELATIONS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF.
           IF REASON-BARRED
               MOVE SPACES TO REPORT-LINE
               STRING "   NOT ELIGIBLE FOR REHIRE - LEAVING REASON "
                      WS-BARRED-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF.
       2300-EXIT.
           EXIT.

           MOVE ZERO                 TO EMP-TERM-DATE.
           MOVE "A"                  TO EMP-STATUS.
           MOVE WS-BUSINESS-DATE     TO EMP-STATUS-DATE.
           MOVE "2"                  TO EMP-REC-VERSION.
           WRITE EMPREC.
           IF EMP-DUPLICATE-KEY
               DISPLAY "EMPID " EMPID " ALREADY LIVE - "
           CLOSE EMPFILE.
           CLOSE ARCHIVE-FILE.
           CLOSE REPORT-FILE.
           IF ERC-OPEN
               CLOSE CASE-FILE
           END-IF.
           IF TDT-OPEN
               CLOSE TERMDET-FILE
           END-IF.
           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "REHIRE MATCHES " WS-MATCH-COUNT
                  " RESTORED " WS-RESTORED-COUNT
                  " BARRED " WS-BARRED-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF RETURN-CODE = ZERO AND WS-MATCH-COUNT > ZERO
                   AND NOT APPLY-MODE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = ZERO AND WS-BARRED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "NEW HIRES EXAMINED : " WS-READ-COUNT.
           DISPLAY "ARCHIVE MATCHES    : " WS-MATCH-COUNT.
           DISPLAY "RESTORED TO EMPFILE: " WS-RESTORED-COUNT.
           DISPLAY "NOT ELIGIBLE       : " WS-BARRED-COUNT.
       9999-EXIT.
           EXIT.
