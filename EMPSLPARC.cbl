      * OLDER THAN THE RETENTION LIMIT (FIRST ARGUMENT IN MONTHS,
      * DEFAULT 24) ARE PURGED FROM THE ARCHIVE AND THE CATALOG.
      * EMPSLPRPT REPRINTS ANY ARCHIVED SLIP ON DEMAND.
      *
      * THE CATALOG ALSO CARRIES THE PERIOD'S TAX WITHHOLDING
      * POSTED TO THE GL - THE CREDITS ON EMPGLPOST.DAT TO THE
      * ACCOUNT GLMAP.DAT MAPS THE TAX ELEMENT TO FOR EACH
      * DEPARTMENT - SO EMPQTRRET CAN BALANCE THE QUARTERLY RETURN
      * TO THE LEDGER AFTER THE MONTHLY POSTING FILES ARE GONE. IT
      * IS LEFT BLANK WHEN THERE IS NO POSTING FILE TO READ.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        SELECT CAT-FILE ASSIGN "PAYSLARC.CAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CAT-FILE-STATUS.
        SELECT GLPOST-FILE ASSIGN "EMPGLPOST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GL-FILE-STATUS.
        SELECT GLMAP-FILE ASSIGN "GLMAP.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GLM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

          05 PSA-SLIP          PIC X(98).
          05 FILLER            PIC X(01).

      * A CATALOG LINE WRITTEN BEFORE THE GL TAX TOTAL WAS KEPT
      * READS WITH SPACES THERE.
       FD CAT-FILE
       RECORD 45.
       01 CAT-REC.
          05 CAT-PERIOD        PIC 9(06).
          05 CAT-COUNT         PIC 9(05).
          05 CAT-NET-TOTAL     PIC 9(11)V99.
          05 CAT-GL-TAX-X      PIC X(13).
          05 CAT-GL-TAX REDEFINES CAT-GL-TAX-X
                               PIC 9(11)V99.
          05 FILLER            PIC X(08).

       FD GLPOST-FILE.
       01 GLPOST-LINE.
          05 GL-DEPT           PIC 9(03).
          05 FILLER            PIC X(02).
          05 GL-ACCOUNT        PIC X(16).
          05 FILLER            PIC X(02).
          05 GL-DRCR           PIC X(02).
          05 FILLER            PIC X(02).
          05 GL-AMOUNT         PIC 9(09).99.
       01 GLPOST-LINE-X REDEFINES GLPOST-LINE.
          05 FILLER            PIC X(27).
          05 GL-AMOUNT-WHOLE   PIC 9(09).
          05 FILLER            PIC X(01).
          05 GL-AMOUNT-DEC     PIC 9(02).

       FD GLMAP-FILE
       RECORD 30.
       01 GLMAP-REC.
          05 GLM-ELEMENT       PIC X(08).
          05 GLM-DEPT-FROM     PIC 9(03).
          05 GLM-DEPT-TO       PIC 9(03).
          05 GLM-ACCOUNT       PIC X(16).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
             88 CAT-STATUS-OK      VALUE "00".
          05 WS-CAT-FILE-END       PIC X(01) VALUE "N".
             88 CAT-FILE-END       VALUE "Y".
          05 WS-GL-FILE-STATUS     PIC X(02) VALUE "00".
             88 GL-STATUS-OK       VALUE "00".
          05 WS-GL-FILE-END        PIC X(01) VALUE "N".
             88 GL-FILE-END        VALUE "Y".
          05 WS-GLM-FILE-STATUS    PIC X(02) VALUE "00".
             88 GLM-STATUS-OK      VALUE "00".
          05 WS-GLM-FILE-END       PIC X(01) VALUE "N".
             88 GLM-FILE-END       VALUE "Y".
          05 WS-GLM-HIT            PIC X(01) VALUE "N".
             88 GLM-FOUND          VALUE "Y".

       01 WS-KEEP-MONTHS           PIC 9(03) VALUE 24.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
          05 WS-ARCHIVED-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-PURGED-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-NET-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01 WS-GL-AMOUNT             PIC 9(09)V99 VALUE ZERO.
       01 WS-GL-TAX-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01 WS-GL-TAX-X              PIC X(13) VALUE SPACES.

      * THE TAX ROWS OF THE GL ACCOUNT MAP, LOADED ONCE.
       01 WS-GLM-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-GLM-TABLE.
          05 WS-GLM-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-GLM-COUNT.
             10 WS-GLM-FROM        PIC 9(03).
             10 WS-GLM-TO          PIC 9(03).
             10 WS-GLM-ACCT        PIC X(16).
       01 WS-GLM-SUB               PIC 9(03).
       01 WS-GL-ACCOUNT-FOUND      PIC X(16) VALUE SPACES.

      * THE CATALOG HELD IN MEMORY WHILE RETENTION IS APPLIED.
       01 WS-CAT-COUNT             PIC 9(03) VALUE ZERO.
             10 WS-CAT-T-PERIOD    PIC 9(06).
             10 WS-CAT-T-COUNT     PIC 9(05).
             10 WS-CAT-T-TOTAL     PIC 9(11)V99.
             10 WS-CAT-T-GL-TAX    PIC X(13).
       01 WS-CAT-SUB               PIC 9(03).
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPSLPAR".
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-ARCHIVE-SLIPS THRU 2000-EXIT.
           PERFORM 2500-TOTAL-GL-TAX THRU 2500-EXIT.
           PERFORM 3000-CATALOG-AND-PURGE THRU 3000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.
       2000-EXIT.
           EXIT.

      * A CREDIT LINE POSTED TO THE ACCOUNT THE TAX ELEMENT MAPS TO
      * FOR ITS DEPARTMENT IS A TAX WITHHOLDING LINE.
       2500-TOTAL-GL-TAX.
           OPEN INPUT GLMAP-FILE.
           IF NOT GLM-STATUS-OK
               DISPLAY "NO GL ACCOUNT MAP - GL TAX NOT CATALOGED"
               GO TO 2500-EXIT
           END-IF.
           PERFORM UNTIL GLM-FILE-END
               READ GLMAP-FILE
                   AT END
                       MOVE "Y" TO WS-GLM-FILE-END
                   NOT AT END
                       IF GLM-ELEMENT = "TAX"
                           IF WS-GLM-COUNT >= 100
                               DISPLAY "GL MAP TABLE FULL - "
                                       "RECORD DROPPED"
                           ELSE
                               ADD 1 TO WS-GLM-COUNT
                               MOVE GLM-DEPT-FROM TO
                                   WS-GLM-FROM (WS-GLM-COUNT)
                               MOVE GLM-DEPT-TO TO
                                   WS-GLM-TO (WS-GLM-COUNT)
                               MOVE GLM-ACCOUNT TO
                                   WS-GLM-ACCT (WS-GLM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLMAP-FILE.

           OPEN INPUT GLPOST-FILE.
           IF NOT GL-STATUS-OK
               DISPLAY "NO GL POSTING FILE - GL TAX NOT CATALOGED"
               GO TO 2500-EXIT
           END-IF.
           PERFORM UNTIL GL-FILE-END
               READ GLPOST-FILE
                   AT END
                       MOVE "Y" TO WS-GL-FILE-END
                   NOT AT END
                       IF GL-DRCR = "CR"
                           PERFORM 2550-FIND-GL-ACCOUNT
                               THRU 2550-EXIT
                           IF GLM-FOUND
                                   AND GL-ACCOUNT = WS-GL-ACCOUNT-FOUND
                               COMPUTE WS-GL-AMOUNT =
                                   GL-AMOUNT-WHOLE
                                   + (GL-AMOUNT-DEC / 100)
                               ADD WS-GL-AMOUNT TO WS-GL-TAX-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLPOST-FILE.
           MOVE WS-GL-TAX-TOTAL TO CAT-GL-TAX.
           MOVE CAT-GL-TAX-X TO WS-GL-TAX-X.
       2500-EXIT.
           EXIT.

      * LATEST-WINS LOOKUP OF THE DEPARTMENT RANGE, AS THE PAYROLL
      * RUN RESOLVES IT WHEN POSTING.
       2550-FIND-GL-ACCOUNT.
           MOVE "N" TO WS-GLM-HIT.
           MOVE SPACES TO WS-GL-ACCOUNT-FOUND.
           PERFORM VARYING WS-GLM-SUB FROM 1 BY 1
                   UNTIL WS-GLM-SUB > WS-GLM-COUNT
               IF GL-DEPT >= WS-GLM-FROM (WS-GLM-SUB)
                       AND GL-DEPT <= WS-GLM-TO (WS-GLM-SUB)
                   MOVE "Y" TO WS-GLM-HIT
                   MOVE WS-GLM-ACCT (WS-GLM-SUB)
                       TO WS-GL-ACCOUNT-FOUND
               END-IF
           END-PERFORM.
       2550-EXIT.
           EXIT.

      * THE PERIOD JOINS THE CATALOG; PERIODS PAST RETENTION ARE
      * PURGED FROM BOTH THE ARCHIVE AND THE CATALOG.
       3000-CATALOG-AND-PURGE.
                                   WS-CAT-T-COUNT (WS-CAT-COUNT)
                               MOVE CAT-NET-TOTAL TO
                                   WS-CAT-T-TOTAL (WS-CAT-COUNT)
                               MOVE CAT-GL-TAX-X TO
                                   WS-CAT-T-GL-TAX (WS-CAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-ARCHIVED-COUNT
                   TO WS-CAT-T-COUNT (WS-CAT-COUNT)
               MOVE WS-NET-TOTAL TO WS-CAT-T-TOTAL (WS-CAT-COUNT)
               MOVE WS-GL-TAX-X TO WS-CAT-T-GL-TAX (WS-CAT-COUNT)
           END-IF.

           PERFORM 3100-PURGE-OLD-SLIPS THRU 3100-EXIT.
                   MOVE WS-CAT-T-COUNT (WS-CAT-SUB) TO CAT-COUNT
                   MOVE WS-CAT-T-TOTAL (WS-CAT-SUB)
                       TO CAT-NET-TOTAL
                   MOVE WS-CAT-T-GL-TAX (WS-CAT-SUB)
                       TO CAT-GL-TAX-X
                   WRITE CAT-REC
               END-IF
           END-PERFORM.
