       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPANON.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * YEARLY ANONYMIZATION OF ARCHIVED EMPLOYEES PAST RETENTION.
      *
      * EMPARCHIVE MOVES OLD LEAVERS TO EMPARCH, BUT THEIR PERSONAL
      * DATA WOULD OTHERWISE STAY THERE AND ON THE COMPANION FILES
      * FOREVER. EVERY ARCHIVED EMPLOYEE WHOSE TERMINATION DATE IS
      * OLDER THAN THE RETENTION PERIOD, AND WHO IS NOT ON THE
      * LEGAL HOLD LIST (LEGALHLD.DAT: EMPID 9(5), HOLD REFERENCE
      * X(20)), IS ANONYMIZED:
      *   EMPARCH  - THE NAME IS REPLACED BY THE TOKEN
      *              "ANONYMIZED NNNNN"
      *   PAYSLARC - THE NAME ON EVERY ARCHIVED PAYSLIP LIKEWISE
      *   EMPADDR  - ADDRESS, PHONES AND EMERGENCY CONTACT REMOVED
      *   EMPBANK  - BANK DETAILS REMOVED, WITH ANY CHANGE HELD
      *              FOR CALLBACK ON BANKPEND
      *   EMPDEMO  - EQUAL-OPPORTUNITY DEMOGRAPHICS REMOVED
      *   AUDIT    - THE NAME IN EVERY BEFORE AND AFTER IMAGE ON
      *              INDXDEUP.AUD AND ON EVERY GENERATION CATALOGED
      *              ON AUDGEN.CAT IS REPLACED BY THE TOKEN
      * EMPIDS, DATES AND EVERY MONEY FIGURE ARE KEPT, AND SALHIST
      * (EMPID, DATES AND SALARIES ONLY) IS LEFT AS IT IS, SO
      * HISTORICAL TOTALS STILL BALANCE.
      *
      * AN AUDIT FILE IS ONLY REWRITTEN AFTER ITS HASH CHAIN HAS
      * BEEN VERIFIED, AND IS RE-CHAINED WITH AUDHASH AS IT IS
      * REWRITTEN, SO AUDVERIFY STILL PASSES AFTERWARDS. THE OLD
      * AND NEW CLOSING HASHES OF EVERY FILE RE-CHAINED ARE
      * APPENDED TO THE LEDGER AUDANON.LOG AND PRINTED ON THE
      * CERTIFICATE, WHICH IS THE EVIDENCE THAT THE CHANGE IN THE
      * CHAIN WAS THIS RUN'S. A FILE WHOSE CHAIN IS ALREADY BROKEN
      * IS LEFT UNTOUCHED (RETURN CODE 8) AND TRIED AGAIN NEXT
      * YEAR - EMPLOYEES ANONYMIZED BY EARLIER RUNS ARE ALWAYS
      * INCLUDED IN THE AUDIT PASS.
      *
      * ARGUMENT 1 IS THE RETENTION PERIOD IN YEARS (DEFAULT 10),
      * MEASURED FROM THE BUSINESS DATE. NOTHING IS CHANGED UNLESS
      * ARGUMENT 2 IS "APPLY" - WITHOUT IT THE RUN IS A TRIAL THAT
      * CERTIFIES WHAT WOULD BE DONE. THE CERTIFICATE IS WRITTEN TO
      * EMPANON.CRT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT ARCHIVE-FILE ASSIGN "EMPARCH"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ARC-FILE-STATUS
                       RECORD KEY ARC-EMPID.
        SELECT ADDR-FILE ASSIGN "EMPADDR"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ADR-FILE-STATUS
                       RECORD KEY ADR-EMPID.
        SELECT BANK-FILE ASSIGN "EMPBANK"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-BNK-FILE-STATUS
                       RECORD KEY BNK-EMPID.
        SELECT PEND-FILE ASSIGN "BANKPEND"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-BPD-FILE-STATUS
                       RECORD KEY BPD-EMPID.
        SELECT DEMO-FILE ASSIGN "EMPDEMO"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-DEM-FILE-STATUS
                       RECORD KEY DEM-EMPID.
        SELECT SLIPARC-FILE ASSIGN "PAYSLARC"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-PSA-FILE-STATUS
                       RECORD KEY PSA-KEY.
        SELECT SALHIST-FILE ASSIGN "SALHIST"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-SALH-FILE-STATUS
                       RECORD KEY SALH-KEY.
        SELECT HOLD-FILE ASSIGN "LEGALHLD.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-HLD-FILE-STATUS.
        SELECT CAT-FILE ASSIGN "AUDGEN.CAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CAT-FILE-STATUS.
        SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUD-NAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-AUDIT-FILE-STATUS.
        SELECT WORK-FILE ASSIGN "EMPANON.WRK"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-WRK-FILE-STATUS.
        SELECT LEDGER-FILE ASSIGN "AUDANON.LOG"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-LDG-FILE-STATUS.
        SELECT CERT-FILE ASSIGN "EMPANON.CRT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CRT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVE-FILE
       RECORD VARYING FROM 90 TO 200.
       01 ARCREC.
          05 ARC-EMPID         PIC 9(05).
          05 ARC-DEPT          PIC 9(03).
          05 ARC-NAME          PIC X(20).
          05 ARC-SALARY        PIC 9(06)V99.
          05 ARC-GRADE         PIC X(02).
          05 ARC-DESIGNATION   PIC X(20).
          05 ARC-HIRE-DATE     PIC 9(08).
          05 ARC-TERM-DATE     PIC 9(08).
          05 ARC-STATUS        PIC X(01).
          05 ARC-STATUS-DATE   PIC 9(08).
          05 FILLER            PIC X(01).
          05 ARC-REC-VERSION   PIC X(01).
             88 ARC-REC-V2     VALUE "2".
          05 FILLER            PIC X(05).
          05 ARC-EXTENSION     PIC X(110).

       FD ADDR-FILE
       RECORD 150.
       01 ADRREC.
          05 ADR-EMPID         PIC 9(05).
          05 FILLER            PIC X(145).

       FD BANK-FILE
       RECORD 60.
       01 BNKREC.
          05 BNK-EMPID         PIC 9(05).
          05 FILLER            PIC X(55).

       FD PEND-FILE
       RECORD 80.
       01 PENDREC.
          05 BPD-EMPID         PIC 9(05).
          05 FILLER            PIC X(75).

       FD DEMO-FILE
       RECORD 40.
       01 DEMO-REC.
          05 DEM-EMPID         PIC 9(05).
          05 FILLER            PIC X(35).

      * THE ARCHIVED PAYSLIP LINE CARRIES THE NAME IN BYTES 8-27.
       FD SLIPARC-FILE
       RECORD 110.
       01 SLIPARC-REC.
          05 PSA-KEY.
             10 PSA-EMPID      PIC 9(05).
             10 PSA-PERIOD     PIC 9(06).
          05 PSA-SLIP.
             10 FILLER         PIC X(07).
             10 PSA-SLIP-NAME  PIC X(20).
             10 FILLER         PIC X(71).
          05 FILLER            PIC X(01).

       FD SALHIST-FILE
       RECORD 40.
       01 SALHIST-REC.
          05 SALH-KEY.
             10 SALH-EMPID     PIC 9(05).
             10 SALH-EFF-DATE  PIC 9(08).
          05 FILLER            PIC X(27).

       FD HOLD-FILE
       RECORD 25.
       01 HOLD-REC.
          05 HLD-EMPID         PIC 9(05).
          05 HLD-REFERENCE     PIC X(20).

       FD CAT-FILE
       RECORD 40.
       01 CAT-REC.
          05 CAT-GEN-NAME      PIC X(16).
          05 CAT-FROM-DATE     PIC 9(08).
          05 CAT-TO-DATE       PIC 9(08).
          05 CAT-REC-COUNT     PIC 9(07).
          05 FILLER            PIC X(01).

      * THE INDXDEUP AUDIT RECORD. THE NAME SITS IN BYTES 9-28 OF
      * EACH 90-BYTE EMPREC IMAGE.
       FD AUDIT-FILE
       RECORD 247.
       01 AUDIT-REC.
          05 AUD-BODY.
             10 AUD-TIMESTAMP     PIC X(21).
             10 FILLER            PIC X(02).
             10 AUD-ACTION        PIC X(01).
             10 FILLER            PIC X(02).
             10 AUD-EMPID         PIC 9(05).
             10 FILLER            PIC X(02).
             10 AUD-BEFORE-IMAGE  PIC X(90).
             10 FILLER            PIC X(02).
             10 AUD-AFTER-IMAGE   PIC X(90).
             10 FILLER            PIC X(02).
             10 AUD-OPERATOR      PIC X(08).
          05 FILLER            PIC X(02).
          05 AUD-PREV-HASH     PIC 9(09).
          05 FILLER            PIC X(02).
          05 AUD-HASH          PIC 9(09).
       01 AUDIT-REC-X REDEFINES AUDIT-REC.
          05 FILLER            PIC X(227).
          05 AUD-PREV-HASH-X   PIC X(09).
          05 FILLER            PIC X(02).
          05 AUD-HASH-X        PIC X(09).

       FD WORK-FILE
       RECORD 247.
       01 WORK-REC             PIC X(247).

      * ONE LINE PER AUDIT FILE RE-CHAINED, KEPT FOR EVER.
       FD LEDGER-FILE
       RECORD 61.
       01 LEDGER-REC.
          05 LDG-DATE          PIC 9(08).
          05 FILLER            PIC X(01).
          05 LDG-FILE-NAME     PIC X(16).
          05 FILLER            PIC X(01).
          05 LDG-RECORDS       PIC 9(07).
          05 FILLER            PIC X(01).
          05 LDG-CHANGED       PIC 9(07).
          05 FILLER            PIC X(01).
          05 LDG-OLD-HASH      PIC 9(09).
          05 FILLER            PIC X(01).
          05 LDG-NEW-HASH      PIC 9(09).

       FD CERT-FILE.
       01 CERT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-ARC-FILE-STATUS    PIC X(02) VALUE "00".
             88 ARC-STATUS-OK      VALUE "00".
          05 WS-ARC-FILE-END       PIC X(01) VALUE "N".
             88 ARC-FILE-END       VALUE "Y".
          05 WS-ADR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ADR-STATUS-OK      VALUE "00".
          05 WS-ADR-OPEN           PIC X(01) VALUE "N".
          05 WS-BNK-FILE-STATUS    PIC X(02) VALUE "00".
             88 BNK-STATUS-OK      VALUE "00".
          05 WS-BNK-OPEN           PIC X(01) VALUE "N".
          05 WS-BPD-FILE-STATUS    PIC X(02) VALUE "00".
             88 BPD-STATUS-OK      VALUE "00".
          05 WS-BPD-OPEN           PIC X(01) VALUE "N".
          05 WS-DEM-FILE-STATUS    PIC X(02) VALUE "00".
             88 DEM-STATUS-OK      VALUE "00".
          05 WS-DEM-OPEN           PIC X(01) VALUE "N".
          05 WS-PSA-FILE-STATUS    PIC X(02) VALUE "00".
             88 PSA-STATUS-OK      VALUE "00".
          05 WS-PSA-OPEN           PIC X(01) VALUE "N".
          05 WS-PSA-BROWSE-END     PIC X(01) VALUE "N".
             88 PSA-BROWSE-END     VALUE "Y".
          05 WS-SALH-FILE-STATUS   PIC X(02) VALUE "00".
             88 SALH-STATUS-OK     VALUE "00".
          05 WS-SALH-OPEN          PIC X(01) VALUE "N".
          05 WS-SALH-BROWSE-END    PIC X(01) VALUE "N".
             88 SALH-BROWSE-END    VALUE "Y".
          05 WS-HLD-FILE-STATUS    PIC X(02) VALUE "00".
             88 HLD-STATUS-OK      VALUE "00".
          05 WS-HLD-FILE-END       PIC X(01) VALUE "N".
             88 HLD-FILE-END       VALUE "Y".
          05 WS-CAT-FILE-STATUS    PIC X(02) VALUE "00".
             88 CAT-STATUS-OK      VALUE "00".
          05 WS-CAT-FILE-END       PIC X(01) VALUE "N".
             88 CAT-FILE-END       VALUE "Y".
          05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
             88 AUDIT-STATUS-OK    VALUE "00".
          05 WS-AUDIT-FILE-END     PIC X(01) VALUE "N".
             88 AUDIT-FILE-END     VALUE "Y".
          05 WS-WRK-FILE-STATUS    PIC X(02) VALUE "00".
             88 WRK-STATUS-OK      VALUE "00".
          05 WS-WRK-FILE-END       PIC X(01) VALUE "N".
             88 WRK-FILE-END       VALUE "Y".
          05 WS-LDG-FILE-STATUS    PIC X(02) VALUE "00".
             88 LDG-STATUS-OK      VALUE "00".
             88 LDG-NOT-FOUND      VALUE "35".
          05 WS-CRT-FILE-STATUS    PIC X(02) VALUE "00".
             88 CRT-STATUS-OK      VALUE "00".
          05 WS-CHAIN-STARTED      PIC X(01) VALUE "N".
          05 WS-CHAIN-BROKEN       PIC X(01) VALUE "N".
             88 CHAIN-BROKEN       VALUE "Y".
          05 WS-ON-HOLD            PIC X(01) VALUE "N".
             88 ON-LEGAL-HOLD      VALUE "Y".

       01 WS-RETENTION-YEARS       PIC 9(02) VALUE 10.
       01 WS-ARG-MODE              PIC X(05) VALUE SPACES.
          88 APPLY-MODE            VALUE "APPLY".
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
       01 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
          05 WS-CUTOFF-YEAR        PIC 9(04).
          05 WS-CUTOFF-MMDD        PIC 9(04).
       01 WS-TOKEN.
          05 FILLER                PIC X(11) VALUE "ANONYMIZED ".
          05 WS-TOKEN-EMPID        PIC 9(05).
          05 FILLER                PIC X(04) VALUE SPACES.

      * THE LEGAL HOLD LIST.
       01 WS-HOLD-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-HOLD-TABLE.
          05 WS-HOLD-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-HOLD-COUNT.
             10 WS-HOLD-EMPID      PIC 9(05).
             10 WS-HOLD-REF        PIC X(20).
       01 WS-HOLD-SUB              PIC 9(03).

      * EVERY EMPLOYEE ANONYMIZED, THIS RUN ("Y") OR EARLIER ("N"),
      * IN EMPID ORDER AS EMPARCH IS READ. THE EARLIER ONES ARE
      * CARRIED ONLY FOR THE AUDIT PASS.
       01 WS-AN-COUNT              PIC 9(04) VALUE ZERO.
       01 WS-AN-TABLE.
          05 WS-AN-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-AN-COUNT.
             10 WS-AN-EMPID        PIC 9(05).
             10 WS-AN-THIS-RUN     PIC X(01).
             10 WS-AN-TERM-DATE    PIC 9(08).
             10 WS-AN-ADDR         PIC X(01).
             10 WS-AN-BANK         PIC X(01).
             10 WS-AN-DEMO         PIC X(01).
             10 WS-AN-SLIPS        PIC 9(04).
             10 WS-AN-SALHIST      PIC 9(04).
             10 WS-AN-AUDIT        PIC 9(05).
       01 WS-AN-SUB                PIC 9(04).

       01 WS-COUNTS.
          05 WS-SCANNED-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-ANON-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-EARLIER-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-HELD-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-DROPPED-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-ADDR-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-BANK-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-DEMO-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-SLIP-COUNT         PIC 9(07) VALUE ZERO.
          05 WS-AUDIT-COUNT        PIC 9(07) VALUE ZERO.
          05 WS-FILES-RECHAINED    PIC 9(03) VALUE ZERO.
          05 WS-FILES-BROKEN       PIC 9(03) VALUE ZERO.
          05 WS-FILES-MISSING      PIC 9(03) VALUE ZERO.
          05 WS-UPDATE-FAILURES    PIC 9(05) VALUE ZERO.

      * ONE AUDIT FILE AT A TIME.
       01 WS-AUD-NAME              PIC X(16) VALUE SPACES.
       01 WS-AUD-RECORDS           PIC 9(07) VALUE ZERO.
       01 WS-AUD-CHANGED           PIC 9(07) VALUE ZERO.
       01 WS-AUD-HIT               PIC X(01) VALUE "N".
       01 WS-OLD-HASH              PIC 9(09) VALUE ZERO.
       01 WS-NEW-HASH              PIC 9(09) VALUE ZERO.
       01 HASH-PARM.
          05 AH-PREV               PIC 9(09).
          05 AH-DATA               PIC X(225).
          05 AH-RESULT             PIC 9(09).

       01 WS-PRT-COUNT             PIC ZZZZZZ9.
       01 WS-PRT-SMALL             PIC ZZZ9.
       01 WS-PRT-AUDIT             PIC ZZZZ9.

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPANON".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).
       01 ENQ-PARM.
          05 ENQ-REQUEST       PIC X(01).
          05 ENQ-NAME          PIC X(08).
          05 ENQ-PROGRAM       PIC X(08).
          05 ENQ-RESULT        PIC X(01).
          05 ENQ-HOLDER        PIC X(08).
       01 WS-EMPFIL-LOCK-OURS  PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-ARCHIVE-PASS THRU 2000-EXIT.
           PERFORM 3000-AUDIT-PASS THRU 3000-EXIT.
           PERFORM 4000-CERTIFY THRU 4000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
      * THE AUDIT TRAIL IS REWRITTEN UNDER THE SUITE LOCK, SO
      * INDXDEUP CANNOT APPEND TO IT MEANWHILE.
           MOVE "E" TO ENQ-REQUEST.
           MOVE "EMPFIL" TO ENQ-NAME.
           MOVE "EMPANON" TO ENQ-PROGRAM.
           CALL "ENQSRV" USING ENQ-PARM.
           IF ENQ-RESULT = "H" AND ENQ-HOLDER NOT = "EMPBATCH"
               DISPLAY "EMPFIL IS LOCKED BY " ENQ-HOLDER
                       " - RUN REFUSED"
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ENQ-RESULT = "Y"
               MOVE "Y" TO WS-EMPFIL-LOCK-OURS
           END-IF.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RETENTION-YEARS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE 10 TO WS-RETENTION-YEARS
           END-ACCEPT.
           IF WS-RETENTION-YEARS = ZERO
               MOVE 10 TO WS-RETENTION-YEARS
           END-IF.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-MODE
           END-ACCEPT.

           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-CUTOFF-DATE.
           SUBTRACT WS-RETENTION-YEARS FROM WS-CUTOFF-YEAR.
           DISPLAY "ANONYMIZING TERMINATIONS BEFORE " WS-CUTOFF-DATE.

           IF APPLY-MODE
               OPEN I-O ARCHIVE-FILE
           ELSE
               OPEN INPUT ARCHIVE-FILE
           END-IF.
           IF NOT ARC-STATUS-OK
               DISPLAY "ERROR OPENING ARCHIVE-FILE"
               DISPLAY "FILE STATUS : " WS-ARC-FILE-STATUS
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CERT-FILE.
           IF NOT CRT-STATUS-OK
               DISPLAY "ERROR OPENING CERT-FILE"
               DISPLAY "FILE STATUS : " WS-CRT-FILE-STATUS
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * THE COMPANION FILES ARE ALL OPTIONAL - ONE THAT HAS NEVER
      * BEEN CREATED HOLDS NOTHING TO ANONYMIZE.
           IF APPLY-MODE
               OPEN I-O ADDR-FILE
           ELSE
               OPEN INPUT ADDR-FILE
           END-IF.
           IF ADR-STATUS-OK
               MOVE "Y" TO WS-ADR-OPEN
           END-IF.
           IF APPLY-MODE
               OPEN I-O BANK-FILE
           ELSE
               OPEN INPUT BANK-FILE
           END-IF.
           IF BNK-STATUS-OK
               MOVE "Y" TO WS-BNK-OPEN
           END-IF.
           IF APPLY-MODE
               OPEN I-O PEND-FILE
           ELSE
               OPEN INPUT PEND-FILE
           END-IF.
           IF BPD-STATUS-OK
               MOVE "Y" TO WS-BPD-OPEN
           END-IF.
           IF APPLY-MODE
               OPEN I-O DEMO-FILE
           ELSE
               OPEN INPUT DEMO-FILE
           END-IF.
           IF DEM-STATUS-OK
               MOVE "Y" TO WS-DEM-OPEN
           END-IF.
           IF APPLY-MODE
               OPEN I-O SLIPARC-FILE
           ELSE
               OPEN INPUT SLIPARC-FILE
           END-IF.
           IF PSA-STATUS-OK
               MOVE "Y" TO WS-PSA-OPEN
           END-IF.
           OPEN INPUT SALHIST-FILE.
           IF SALH-STATUS-OK
               MOVE "Y" TO WS-SALH-OPEN
           END-IF.

           PERFORM 1100-LOAD-HOLDS THRU 1100-EXIT.

           MOVE SPACES TO CERT-LINE.
           STRING "CERTIFICATE OF ANONYMIZATION - BUSINESS DATE "
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "RETENTION " WS-RETENTION-YEARS
                  " YEARS - ARCHIVED EMPLOYEES TERMINATED BEFORE "
                  WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           IF APPLY-MODE
               MOVE "ANONYMIZATION APPLIED" TO CERT-LINE
           ELSE
               MOVE "TRIAL RUN - NOTHING WAS CHANGED" TO CERT-LINE
           END-IF.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE "1. PAST RETENTION BUT UNDER LEGAL HOLD - NOT CHANGED"
               TO CERT-LINE.
           WRITE CERT-LINE.
       1000-EXIT.
           EXIT.

      * NO HOLD LIST MEANS NOTHING IS HELD.
       1100-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF NOT HLD-STATUS-OK
               DISPLAY "NO LEGAL HOLD LIST"
               GO TO 1100-EXIT
           END-IF.
           PERFORM UNTIL HLD-FILE-END
               READ HOLD-FILE
                   AT END
                       MOVE "Y" TO WS-HLD-FILE-END
                   NOT AT END
                       IF HLD-EMPID IS NUMERIC
                           IF WS-HOLD-COUNT < 500
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE HLD-EMPID
                                   TO WS-HOLD-EMPID (WS-HOLD-COUNT)
                               MOVE HLD-REFERENCE
                                   TO WS-HOLD-REF (WS-HOLD-COUNT)
                           ELSE
      * A HOLD THAT CANNOT BE HONOURED STOPS THE RUN - NOBODY IS
      * ANONYMIZED ON A PARTIAL LIST.
                               DISPLAY "LEGAL HOLD LIST EXCEEDS 500 "
                                       "ENTRIES - RUN REFUSED"
                               CLOSE HOLD-FILE
                               PERFORM 9950-RELEASE-LOCKS
                                   THRU 9950-EXIT
                               MOVE 8 TO RETURN-CODE
                               GOBACK
                           END-IF
                       ELSE
                           DISPLAY "BAD LEGAL HOLD LINE " HOLD-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
       1100-EXIT.
           EXIT.

       2000-ARCHIVE-PASS.
           MOVE ZERO TO ARC-EMPID.
           START ARCHIVE-FILE KEY >= ARC-EMPID
               INVALID KEY
                   MOVE "Y" TO WS-ARC-FILE-END
           END-START.
           PERFORM UNTIL ARC-FILE-END
               READ ARCHIVE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-ARC-FILE-END
                   NOT AT END
                       ADD 1 TO WS-SCANNED-COUNT
                       PERFORM 2100-CHECK-ONE THRU 2100-EXIT
               END-READ
           END-PERFORM.
           IF WS-HELD-COUNT = ZERO
               MOVE "   NONE" TO CERT-LINE
               WRITE CERT-LINE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE.
           IF ARC-NAME (1:11) = "ANONYMIZED "
               ADD 1 TO WS-EARLIER-COUNT
               PERFORM 2150-ADD-ENTRY THRU 2150-EXIT
               IF WS-AN-SUB > ZERO
                   MOVE "N" TO WS-AN-THIS-RUN (WS-AN-SUB)
               END-IF
               GO TO 2100-EXIT
           END-IF.
           IF ARC-TERM-DATE NOT < WS-CUTOFF-DATE
               GO TO 2100-EXIT
           END-IF.

           MOVE "N" TO WS-ON-HOLD.
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                      OR ON-LEGAL-HOLD
               IF WS-HOLD-EMPID (WS-HOLD-SUB) = ARC-EMPID
                   MOVE "Y" TO WS-ON-HOLD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE SPACES TO CERT-LINE
                   STRING ARC-EMPID "  TERMINATED " ARC-TERM-DATE
                          "  HOLD " WS-HOLD-REF (WS-HOLD-SUB)
                       DELIMITED BY SIZE INTO CERT-LINE
                   WRITE CERT-LINE
               END-IF
           END-PERFORM.
           IF ON-LEGAL-HOLD
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2150-ADD-ENTRY THRU 2150-EXIT.
           IF WS-AN-SUB = ZERO
               GO TO 2100-EXIT
           END-IF.
           MOVE "Y" TO WS-AN-THIS-RUN (WS-AN-SUB).
           ADD 1 TO WS-ANON-COUNT.
           MOVE ARC-EMPID TO WS-TOKEN-EMPID.
           PERFORM 2200-COMPANIONS THRU 2200-EXIT.
           IF APPLY-MODE
               MOVE WS-TOKEN TO ARC-NAME
               REWRITE ARCREC
               IF NOT ARC-STATUS-OK
                   DISPLAY "ERROR REWRITING ARCHIVE EMPID " ARC-EMPID
                   DISPLAY "FILE STATUS : " WS-ARC-FILE-STATUS
                   ADD 1 TO WS-UPDATE-FAILURES
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      * WS-AN-SUB IS ZERO WHEN THE TABLE IS FULL; THE EMPLOYEE IS
      * THEN LEFT FOR NEXT YEAR'S RUN.
       2150-ADD-ENTRY.
           IF WS-AN-COUNT >= 5000
               ADD 1 TO WS-DROPPED-COUNT
               MOVE ZERO TO WS-AN-SUB
               GO TO 2150-EXIT
           END-IF.
           ADD 1 TO WS-AN-COUNT.
           MOVE WS-AN-COUNT TO WS-AN-SUB.
           MOVE ARC-EMPID TO WS-AN-EMPID (WS-AN-SUB).
           MOVE ARC-TERM-DATE TO WS-AN-TERM-DATE (WS-AN-SUB).
           MOVE "N" TO WS-AN-ADDR (WS-AN-SUB)
                       WS-AN-BANK (WS-AN-SUB)
                       WS-AN-DEMO (WS-AN-SUB).
           MOVE ZERO TO WS-AN-SLIPS (WS-AN-SUB)
                        WS-AN-SALHIST (WS-AN-SUB)
                        WS-AN-AUDIT (WS-AN-SUB).
       2150-EXIT.
           EXIT.

      * THE ADDRESS, BANK AND DEMOGRAPHIC RECORDS GO; THE PAYSLIPS
      * KEEP THEIR FIGURES UNDER THE TOKEN; SALARY HISTORY IS ONLY
      * COUNTED FOR THE CERTIFICATE.
       2200-COMPANIONS.
           IF WS-ADR-OPEN = "Y"
               MOVE ARC-EMPID TO ADR-EMPID
               READ ADDR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-AN-ADDR (WS-AN-SUB)
                       ADD 1 TO WS-ADDR-COUNT
                       IF APPLY-MODE
                           DELETE ADDR-FILE
                       END-IF
               END-READ
           END-IF.
           IF WS-BNK-OPEN = "Y"
               MOVE ARC-EMPID TO BNK-EMPID
               READ BANK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-AN-BANK (WS-AN-SUB)
                       ADD 1 TO WS-BANK-COUNT
                       IF APPLY-MODE
                           DELETE BANK-FILE
                       END-IF
               END-READ
           END-IF.
           IF WS-BPD-OPEN = "Y"
               MOVE ARC-EMPID TO BPD-EMPID
               READ PEND-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-AN-BANK (WS-AN-SUB)
                       IF APPLY-MODE
                           DELETE PEND-FILE
                       END-IF
               END-READ
           END-IF.
           IF WS-DEM-OPEN = "Y"
               MOVE ARC-EMPID TO DEM-EMPID
               READ DEMO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-AN-DEMO (WS-AN-SUB)
                       ADD 1 TO WS-DEMO-COUNT
                       IF APPLY-MODE
                           DELETE DEMO-FILE
                       END-IF
               END-READ
           END-IF.

           IF WS-PSA-OPEN = "Y"
               MOVE "N" TO WS-PSA-BROWSE-END
               MOVE ARC-EMPID TO PSA-EMPID
               MOVE ZERO TO PSA-PERIOD
               START SLIPARC-FILE KEY >= PSA-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PSA-BROWSE-END
               END-START
               PERFORM UNTIL PSA-BROWSE-END
                   READ SLIPARC-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-PSA-BROWSE-END
                       NOT AT END
                           IF PSA-EMPID NOT = ARC-EMPID
                               MOVE "Y" TO WS-PSA-BROWSE-END
                           ELSE
                               ADD 1 TO WS-AN-SLIPS (WS-AN-SUB)
                               ADD 1 TO WS-SLIP-COUNT
                               IF APPLY-MODE
                                   MOVE WS-TOKEN TO PSA-SLIP-NAME
                                   REWRITE SLIPARC-REC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           IF WS-SALH-OPEN = "Y"
               MOVE "N" TO WS-SALH-BROWSE-END
               MOVE ARC-EMPID TO SALH-EMPID
               MOVE ZERO TO SALH-EFF-DATE
               START SALHIST-FILE KEY >= SALH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SALH-BROWSE-END
               END-START
               PERFORM UNTIL SALH-BROWSE-END
                   READ SALHIST-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-SALH-BROWSE-END
                       NOT AT END
                           IF SALH-EMPID NOT = ARC-EMPID
                               MOVE "Y" TO WS-SALH-BROWSE-END
                           ELSE
                               ADD 1 TO WS-AN-SALHIST (WS-AN-SUB)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       2200-EXIT.
           EXIT.

      * EVERY CATALOGED GENERATION, THEN THE CURRENT FILE.
       3000-AUDIT-PASS.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE "2. AUDIT TRAIL FILES" TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           MOVE "FILE" TO CERT-LINE (1:4).
           MOVE "RECORDS TOKENIZED" TO CERT-LINE (18:17).
           MOVE "OLD CLOSE HASH" TO CERT-LINE (39:14).
           MOVE "NEW CLOSE HASH" TO CERT-LINE (55:14).
           WRITE CERT-LINE.
           IF WS-AN-COUNT = ZERO
               MOVE "   NO EMPLOYEES TO LOOK FOR" TO CERT-LINE
               WRITE CERT-LINE
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT CAT-FILE.
           IF CAT-STATUS-OK
               PERFORM UNTIL CAT-FILE-END
                   READ CAT-FILE
                       AT END
                           MOVE "Y" TO WS-CAT-FILE-END
                       NOT AT END
                           MOVE CAT-GEN-NAME TO WS-AUD-NAME
                           PERFORM 3100-ONE-AUDIT-FILE
                               THRU 3100-EXIT
                   END-READ
               END-PERFORM
               CLOSE CAT-FILE
           END-IF.
           MOVE "INDXDEUP.AUD" TO WS-AUD-NAME.
           PERFORM 3100-ONE-AUDIT-FILE THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      * FIRST PASS: VERIFY THE CHAIN AS IT STANDS WHILE WRITING THE
      * TOKENIZED, RE-CHAINED RECORDS TO THE WORK FILE. ONLY A FILE
      * THAT VERIFIED AND HAD SOMETHING TO CHANGE IS THEN REPLACED
      * FROM THE WORK FILE.
       3100-ONE-AUDIT-FILE.
           MOVE "N" TO WS-AUDIT-FILE-END WS-CHAIN-STARTED
                       WS-CHAIN-BROKEN.
           MOVE ZERO TO WS-AUD-RECORDS WS-AUD-CHANGED
                        WS-OLD-HASH WS-NEW-HASH.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDIT-STATUS-OK
               ADD 1 TO WS-FILES-MISSING
               MOVE SPACES TO CERT-LINE
               STRING WS-AUD-NAME "   NOT FOUND - NOT CHECKED"
                   DELIMITED BY SIZE INTO CERT-LINE
               WRITE CERT-LINE
               GO TO 3100-EXIT
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF NOT WRK-STATUS-OK
               DISPLAY "ERROR OPENING WORK-FILE"
               DISPLAY "FILE STATUS : " WS-WRK-FILE-STATUS
               CLOSE AUDIT-FILE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL AUDIT-FILE-END OR CHAIN-BROKEN
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-AUDIT-FILE-END
                   NOT AT END
                       ADD 1 TO WS-AUD-RECORDS
                       PERFORM 3200-ONE-AUDIT-RECORD THRU 3200-EXIT
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE WORK-FILE.

           MOVE WS-AUD-RECORDS TO WS-PRT-COUNT.
           MOVE SPACES TO CERT-LINE.
           IF CHAIN-BROKEN
               ADD 1 TO WS-FILES-BROKEN
               STRING WS-AUD-NAME "   CHAIN BROKEN AT RECORD "
                      WS-PRT-COUNT " - FILE LEFT UNCHANGED"
                   DELIMITED BY SIZE INTO CERT-LINE
               WRITE CERT-LINE
               GO TO 3100-EXIT
           END-IF.
           IF WS-AUD-CHANGED = ZERO
               STRING WS-AUD-NAME " " WS-PRT-COUNT
                      "         0    NOTHING TO CHANGE"
                   DELIMITED BY SIZE INTO CERT-LINE
               WRITE CERT-LINE
               GO TO 3100-EXIT
           END-IF.
           STRING WS-AUD-NAME " " WS-PRT-COUNT
               DELIMITED BY SIZE INTO CERT-LINE.
           MOVE WS-AUD-CHANGED TO WS-PRT-COUNT.
           MOVE WS-PRT-COUNT TO CERT-LINE (28:7).
           ADD WS-AUD-CHANGED TO WS-AUDIT-COUNT.
           IF NOT APPLY-MODE
               MOVE "WOULD BE RE-CHAINED" TO CERT-LINE (39:19)
               WRITE CERT-LINE
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-OLD-HASH TO CERT-LINE (39:9).
           MOVE WS-NEW-HASH TO CERT-LINE (55:9).
           WRITE CERT-LINE.
           PERFORM 3300-REPLACE-FILE THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

       3200-ONE-AUDIT-RECORD.
      * THE CHAIN AS IT STANDS - THE SAME CHECKS AS AUDVERIFY.
           IF AUD-HASH-X NUMERIC
               IF AUD-PREV-HASH NOT = WS-OLD-HASH
                   MOVE "Y" TO WS-CHAIN-BROKEN
                   GO TO 3200-EXIT
               END-IF
               MOVE WS-OLD-HASH TO AH-PREV
               MOVE AUD-BODY TO AH-DATA
               CALL "AUDHASH" USING HASH-PARM
               IF AH-RESULT NOT = AUD-HASH
                   MOVE "Y" TO WS-CHAIN-BROKEN
                   GO TO 3200-EXIT
               END-IF
               MOVE AUD-HASH TO WS-OLD-HASH
               MOVE "Y" TO WS-CHAIN-STARTED
           ELSE
               IF WS-CHAIN-STARTED = "Y"
                   MOVE "Y" TO WS-CHAIN-BROKEN
                   GO TO 3200-EXIT
               END-IF
           END-IF.

           MOVE "N" TO WS-AUD-HIT.
           IF AUD-EMPID IS NUMERIC
               PERFORM VARYING WS-AN-SUB FROM 1 BY 1
                       UNTIL WS-AN-SUB > WS-AN-COUNT
                          OR WS-AN-EMPID (WS-AN-SUB) >= AUD-EMPID
                   CONTINUE
               END-PERFORM
               IF WS-AN-SUB <= WS-AN-COUNT
                   IF WS-AN-EMPID (WS-AN-SUB) = AUD-EMPID
                       PERFORM 3250-TOKENIZE THRU 3250-EXIT
                   END-IF
               END-IF
           END-IF.

      * A RECORD WRITTEN BEFORE CHAINING BEGAN STAYS UNCHAINED.
           IF AUD-HASH-X NUMERIC
               MOVE WS-NEW-HASH TO AUD-PREV-HASH
               MOVE WS-NEW-HASH TO AH-PREV
               MOVE AUD-BODY TO AH-DATA
               CALL "AUDHASH" USING HASH-PARM
               MOVE AH-RESULT TO AUD-HASH
               MOVE AH-RESULT TO WS-NEW-HASH
           END-IF.
           MOVE AUDIT-REC TO WORK-REC.
           WRITE WORK-REC.
       3200-EXIT.
           EXIT.

      * A BLANK IMAGE (THE BEFORE IMAGE OF AN ADD) STAYS BLANK.
       3250-TOKENIZE.
           MOVE AUD-EMPID TO WS-TOKEN-EMPID.
           IF AUD-BEFORE-IMAGE (9:20) NOT = SPACES
                   AND AUD-BEFORE-IMAGE (9:20) NOT = WS-TOKEN
               MOVE WS-TOKEN TO AUD-BEFORE-IMAGE (9:20)
               MOVE "Y" TO WS-AUD-HIT
           END-IF.
           IF AUD-AFTER-IMAGE (9:20) NOT = SPACES
                   AND AUD-AFTER-IMAGE (9:20) NOT = WS-TOKEN
               MOVE WS-TOKEN TO AUD-AFTER-IMAGE (9:20)
               MOVE "Y" TO WS-AUD-HIT
           END-IF.
           IF WS-AUD-HIT = "Y"
               ADD 1 TO WS-AUD-CHANGED
               ADD 1 TO WS-AN-AUDIT (WS-AN-SUB)
           END-IF.
       3250-EXIT.
           EXIT.

      * THE LEDGER LINE GOES DOWN BEFORE THE FILE IS REPLACED, SO A
      * RE-CHAINED FILE IS NEVER WITHOUT ITS EVIDENCE.
       3300-REPLACE-FILE.
           OPEN EXTEND LEDGER-FILE.
           IF LDG-NOT-FOUND
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           IF NOT LDG-STATUS-OK
               DISPLAY "ERROR OPENING LEDGER - " WS-AUD-NAME
                       " NOT REPLACED"
               DISPLAY "FILE STATUS : " WS-LDG-FILE-STATUS
               ADD 1 TO WS-UPDATE-FAILURES
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES TO LEDGER-REC.
           MOVE WS-BUSINESS-DATE TO LDG-DATE.
           MOVE WS-AUD-NAME TO LDG-FILE-NAME.
           MOVE WS-AUD-RECORDS TO LDG-RECORDS.
           MOVE WS-AUD-CHANGED TO LDG-CHANGED.
           MOVE WS-OLD-HASH TO LDG-OLD-HASH.
           MOVE WS-NEW-HASH TO LDG-NEW-HASH.
           WRITE LEDGER-REC.
           CLOSE LEDGER-FILE.

           OPEN INPUT WORK-FILE.
           OPEN OUTPUT AUDIT-FILE.
           IF NOT AUDIT-STATUS-OK
               DISPLAY "ERROR REPLACING " WS-AUD-NAME
               DISPLAY "FILE STATUS : " WS-AUDIT-FILE-STATUS
               CLOSE WORK-FILE
               ADD 1 TO WS-UPDATE-FAILURES
               GO TO 3300-EXIT
           END-IF.
           MOVE "N" TO WS-WRK-FILE-END.
           PERFORM UNTIL WRK-FILE-END
               READ WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WRK-FILE-END
                   NOT AT END
                       MOVE WORK-REC TO AUDIT-REC
                       WRITE AUDIT-REC
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE AUDIT-FILE.
           ADD 1 TO WS-FILES-RECHAINED.
       3300-EXIT.
           EXIT.

       4000-CERTIFY.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE "3. EMPLOYEES ANONYMIZED" TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           MOVE "EMPID  TERMINATED  TOKEN" TO CERT-LINE (1:24).
           MOVE "ADDRESS" TO CERT-LINE (42:7).
           MOVE "BANK" TO CERT-LINE (51:4).
           MOVE "DEMOG" TO CERT-LINE (57:5).
           MOVE "PAYSLIPS" TO CERT-LINE (64:8).
           MOVE "SAL HIST" TO CERT-LINE (74:8).
           MOVE "AUDIT" TO CERT-LINE (84:5).
           WRITE CERT-LINE.
           PERFORM VARYING WS-AN-SUB FROM 1 BY 1
                   UNTIL WS-AN-SUB > WS-AN-COUNT
               IF WS-AN-THIS-RUN (WS-AN-SUB) = "Y"
                   PERFORM 4100-CERTIFY-ONE THRU 4100-EXIT
               END-IF
           END-PERFORM.
           IF WS-ANON-COUNT = ZERO
               MOVE "   NONE" TO CERT-LINE
               WRITE CERT-LINE
           END-IF.

           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "EMPLOYEES ANONYMIZED " WS-ANON-COUNT
                  "  HELD " WS-HELD-COUNT
                  "  ANONYMIZED EARLIER " WS-EARLIER-COUNT
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "ADDRESSES REMOVED " WS-ADDR-COUNT
                  "  BANK RECORDS REMOVED " WS-BANK-COUNT
                  "  DEMOGRAPHICS REMOVED " WS-DEMO-COUNT
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "PAYSLIPS TOKENIZED " WS-SLIP-COUNT
                  "  AUDIT RECORDS TOKENIZED " WS-AUDIT-COUNT
                  "  AUDIT FILES RE-CHAINED " WS-FILES-RECHAINED
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE "EMPIDS, DATES AND MONEY FIGURES ARE RETAINED."
               TO CERT-LINE.
           WRITE CERT-LINE.
           IF WS-DROPPED-COUNT > ZERO
               MOVE SPACES TO CERT-LINE
               STRING WS-DROPPED-COUNT " EMPLOYEES OVER THE TABLE "
                      "LIMIT WERE LEFT FOR THE NEXT RUN"
                   DELIMITED BY SIZE INTO CERT-LINE
               WRITE CERT-LINE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CERTIFY-ONE.
           MOVE WS-AN-EMPID (WS-AN-SUB) TO WS-TOKEN-EMPID.
           MOVE SPACES TO CERT-LINE.
           STRING WS-AN-EMPID (WS-AN-SUB)
                  "  " WS-AN-TERM-DATE (WS-AN-SUB)
                  "    " WS-TOKEN
               DELIMITED BY SIZE INTO CERT-LINE.
           MOVE WS-AN-ADDR (WS-AN-SUB) TO CERT-LINE (45:1).
           MOVE WS-AN-BANK (WS-AN-SUB) TO CERT-LINE (52:1).
           MOVE WS-AN-DEMO (WS-AN-SUB) TO CERT-LINE (59:1).
           MOVE WS-AN-SLIPS (WS-AN-SUB) TO WS-PRT-SMALL.
           MOVE WS-PRT-SMALL TO CERT-LINE (68:4).
           MOVE WS-AN-SALHIST (WS-AN-SUB) TO WS-PRT-SMALL.
           MOVE WS-PRT-SMALL TO CERT-LINE (78:4).
           MOVE WS-AN-AUDIT (WS-AN-SUB) TO WS-PRT-AUDIT.
           MOVE WS-PRT-AUDIT TO CERT-LINE (84:5).
           WRITE CERT-LINE.
       4100-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE ARCHIVE-FILE.
           CLOSE CERT-FILE.
           IF WS-ADR-OPEN = "Y"
               CLOSE ADDR-FILE
           END-IF.
           IF WS-BNK-OPEN = "Y"
               CLOSE BANK-FILE
           END-IF.
           IF WS-BPD-OPEN = "Y"
               CLOSE PEND-FILE
           END-IF.
           IF WS-DEM-OPEN = "Y"
               CLOSE DEMO-FILE
           END-IF.
           IF WS-PSA-OPEN = "Y"
               CLOSE SLIPARC-FILE
           END-IF.
           IF WS-SALH-OPEN = "Y"
               CLOSE SALHIST-FILE
           END-IF.
           PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT.

           IF WS-FILES-BROKEN > ZERO OR WS-UPDATE-FAILURES > ZERO
               MOVE "E" TO LOG-SEVERITY
           ELSE
               MOVE "I" TO LOG-SEVERITY
           END-IF.
           MOVE SPACES TO LOG-TEXT.
           STRING "ANONYMIZED " WS-ANON-COUNT " HELD " WS-HELD-COUNT
                  " AUDIT FILES BROKEN " WS-FILES-BROKEN
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
      * SET AFTER THE CALL - LOGMSG RESETS RETURN-CODE.
           IF WS-FILES-BROKEN > ZERO OR WS-UPDATE-FAILURES > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FILES-MISSING > ZERO OR WS-DROPPED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "END OF PROCESSING".
           IF NOT APPLY-MODE
               DISPLAY "TRIAL RUN - NOTHING WAS CHANGED"
           END-IF.
           DISPLAY "ARCHIVE RECORDS SCANNED   : " WS-SCANNED-COUNT.
           DISPLAY "EMPLOYEES ANONYMIZED      : " WS-ANON-COUNT.
           DISPLAY "HELD UNDER LEGAL HOLD     : " WS-HELD-COUNT.
           DISPLAY "AUDIT RECORDS TOKENIZED   : " WS-AUDIT-COUNT.
           DISPLAY "AUDIT FILES RE-CHAINED    : " WS-FILES-RECHAINED.
           DISPLAY "AUDIT FILES CHAIN BROKEN  : " WS-FILES-BROKEN.
           DISPLAY "UPDATES FAILED            : " WS-UPDATE-FAILURES.
       9999-EXIT.
           EXIT.

      * THE SUITE LOCK IS RELEASED ONLY IF THIS RUN TOOK IT.
       9950-RELEASE-LOCKS.
           IF WS-EMPFIL-LOCK-OURS = "Y"
               MOVE "D" TO ENQ-REQUEST
               MOVE "EMPFIL" TO ENQ-NAME
               MOVE "EMPANON" TO ENQ-PROGRAM
               CALL "ENQSRV" USING ENQ-PARM
               MOVE "N" TO WS-EMPFIL-LOCK-OURS
           END-IF.
       9950-EXIT.
           EXIT.
