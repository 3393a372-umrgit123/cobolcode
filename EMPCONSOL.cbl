      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * MULTI-SITE EMPLOYEE EXTRACT CONSOLIDATION.
      *
      * MERGES UP TO FOUR SITE EXTRACT FILES OF FULL EMPREC IMAGES
      * (SITE1.DAT .. SITE4.DAT, EACH ALREADY IN EMPID ORDER AS A
      * SITE EXTRACT IS) INTO ONE CORPORATE MASTER EXTRACT IN EMPID
      * ORDER, CARRYING A SITE CODE ON EACH OUTPUT RECORD. A
      * MISSING SITE FILE SIMPLY MEANS THAT SITE SENT NOTHING
      * TONIGHT.
      *
      * A SITE MAY SEND 90-BYTE VERSION 1 IMAGES OR 200-BYTE
      * VERSION 2 IMAGES UNTIL EVERY SITE HAS CONVERTED; BOTH ARE
      * READ. THE CONSOLIDATED RECORD CARRIES THE 90-BYTE BASE OF
      * THE IMAGE, WHICH IS ALL ITS READERS USE.
      *
      * THE SAME EMPID ARRIVING FROM MORE THAN ONE SITE IS A
      * CROSS-SITE DUPLICATE: THE LOWEST-NUMBERED SITE'S RECORD IS
      * CONSOLIDATED AND EVERY OTHER SITE'S COPY IS REPORTED TO THE
      * EXCEPTION FILE INSTEAD OF BEING SILENTLY INTERLEAVED. THE
      * KEY-BY-KEY COMPARE FOLLOWS THE TWO-POINTER STYLE OF
      * COBMERGE'S 3000-COMPARE-FILES, WIDENED TO FOUR INPUTS.
      *
      * NOT EVERY SITE PAYS IN THE CORPORATE CURRENCY. EACH
      * CONSOLIDATED RECORD CARRIES ITS SITE'S CURRENCY, THE
      * EXCHANGE RATE IN FORCE ON THE BUSINESS DATE (FXRATE) AND
      * THE SALARY CONVERTED TO THE CORPORATE CURRENCY, SO THE
      * CONSOLIDATED REPORTS NEVER ADD ONE CURRENCY TO ANOTHER. A
      * SITE WHOSE CURRENCY HAS NO RATE IS STILL CONSOLIDATED, WITH
      * A ZERO CORPORATE SALARY, AND EACH OF ITS RECORDS IS LISTED
      * ON THE EXCEPTION FILE (RC 4).
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.

       FD SITE1-FILE
       RECORD VARYING FROM 90 TO 200.
       01 SITE1-REC            PIC X(200).
       FD SITE2-FILE
       RECORD VARYING FROM 90 TO 200.
       01 SITE2-REC            PIC X(200).
       FD SITE3-FILE
       RECORD VARYING FROM 90 TO 200.
       01 SITE3-REC            PIC X(200).
       FD SITE4-FILE
       RECORD VARYING FROM 90 TO 200.
       01 SITE4-REC            PIC X(200).

      * EVERY CONSOLIDATED RECORD NOW CARRIES THE GLOBAL PERSON
      * ID FROM THE IDENTITY REGISTRY (ZERO = NOT YET MAPPED).
          05 CON-GLOBAL-ID     PIC 9(07).
          05 FILLER            PIC X(01).
          05 CON-EMPREC        PIC X(90).
          05 FILLER            PIC X(01).
          05 CON-CURRENCY      PIC X(03).
          05 FILLER            PIC X(01).
          05 CON-FX-RATE       PIC 9(03)V9(06).
          05 FILLER            PIC X(01).
          05 CON-CORP-SALARY   PIC 9(07)V99.

      * THE GLOBAL IDENTITY REGISTRY: SITE PLUS LOCAL EMPID MAPS
      * TO ONE GLOBAL PERSON ID, SO A SHARED ENGINEER AT TWO SITES
          05 COL-REASON        PIC X(35).

       FD VIEW-FILE.
       01 VIEW-LINE            PIC X(80).

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE.
             10 WS-SITE-CODE   PIC X(02).
             10 WS-SITE-EOF    PIC X(01).
             10 WS-SITE-EMPID  PIC 9(05).
             10 WS-SITE-REC    PIC X(200).
             10 WS-SITE-CCY    PIC X(03).
             10 WS-SITE-RATE   PIC 9(03)V9(06).
             10 WS-SITE-FX-OK  PIC X(01).
       01 WS-SITE-SUB          PIC 9(01).
       01 WS-LOWEST-SUB        PIC 9(01).
       01 WS-LOWEST-EMPID      PIC 9(05).
          05 WS-DUP-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-COLLISION-COUNT PIC 9(05) VALUE ZERO.
          05 WS-UNMAPPED-COUNT PIC 9(05) VALUE ZERO.
          05 WS-NO-RATE-COUNT  PIC 9(05) VALUE ZERO.

      * THE IDENTITY REGISTRY, LOADED AT STARTUP.
       01 WS-REG-COUNT         PIC 9(04) VALUE ZERO.
             10 WS-VW-SITE     PIC X(02).
             10 WS-VW-EMPID    PIC 9(05).
             10 WS-VW-SALARY   PIC 9(06)V99.
             10 WS-VW-CCY      PIC X(03).
             10 WS-VW-CORP     PIC 9(07)V99.
             10 WS-VW-DONE     PIC X(01).
       01 WS-VIEW-SUB          PIC 9(04).
       01 WS-VIEW-SUB2         PIC 9(04).
       01 WS-CUR-GID           PIC 9(07) VALUE ZERO.
       01 WS-GID-TOTAL         PIC 9(08)V99 VALUE ZERO.
       01 WS-PRT-SALARY        PIC ZZZ,ZZ9.99.
       01 WS-PRT-CORP          PIC Z,ZZZ,ZZ9.99.
       01 WS-PRT-TOTAL         PIC Z,ZZZ,ZZ9.99.
       01 WS-CORP-SALARY       PIC 9(07)V99 VALUE ZERO.

       01 WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01 FX-PARM.
          05 FX-SITE           PIC X(02).
          05 FX-DATE           PIC 9(08).
          05 FX-CURRENCY       PIC X(03).
          05 FX-SITE-NAME      PIC X(20).
          05 FX-CORP-CCY       PIC X(03).
          05 FX-RATE           PIC 9(03)V9(06).
          05 FX-RATE-DATE      PIC 9(08).
          05 FX-RESULT         PIC X(01).

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE "S2" TO WS-SITE-CODE (2).
           MOVE "S3" TO WS-SITE-CODE (3).
           MOVE "S4" TO WS-SITE-CODE (4).
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL WS-SITE-SUB > 4
               MOVE ZERO TO WS-SITE-COUNT (WS-SITE-SUB)
               MOVE "N" TO WS-SITE-EOF (WS-SITE-SUB)
               PERFORM 1700-SITE-CURRENCY THRU 1700-EXIT
           END-PERFORM.

           OPEN INPUT SITE1-FILE.
       1600-EXIT.
           EXIT.

      * EACH SITE'S CURRENCY AND TONIGHT'S RATE ARE FIXED FOR THE
      * WHOLE RUN, SO THEY ARE LOOKED UP ONCE PER SITE.
       1700-SITE-CURRENCY.
           MOVE WS-SITE-CODE (WS-SITE-SUB) TO FX-SITE.
           MOVE WS-BUSINESS-DATE TO FX-DATE.
           CALL "FXRATE" USING FX-PARM.
           MOVE FX-CURRENCY TO WS-SITE-CCY (WS-SITE-SUB).
           MOVE FX-RATE TO WS-SITE-RATE (WS-SITE-SUB).
           MOVE "Y" TO WS-SITE-FX-OK (WS-SITE-SUB).
           IF FX-RESULT = "R"
               MOVE "N" TO WS-SITE-FX-OK (WS-SITE-SUB)
               DISPLAY "NO EXCHANGE RATE FOR SITE "
                       WS-SITE-CODE (WS-SITE-SUB) " CURRENCY "
                       FX-CURRENCY " ON " WS-BUSINESS-DATE
           END-IF.
           IF FX-RESULT = "S"
               DISPLAY "SITE " WS-SITE-CODE (WS-SITE-SUB)
                       " NOT ON SITE CURRENCY FILE - TAKEN AS "
                       FX-CORP-CCY
           END-IF.
       1700-EXIT.
           EXIT.

      * CLASSIC K-WAY MERGE: TAKE THE LOWEST EMPID AMONG THE
      * CURRENT RECORDS, CONSOLIDATE IT, AND TREAT ANY OTHER SITE
      * SITTING ON THE SAME EMPID AS A CROSS-SITE DUPLICATE.
           MOVE WS-SITE-CODE (WS-LOWEST-SUB) TO CON-SITE-CODE.
           MOVE WS-FOUND-GID TO CON-GLOBAL-ID.
           MOVE WS-SITE-REC (WS-LOWEST-SUB)  TO CON-EMPREC.
           MOVE WS-SITE-REC (WS-LOWEST-SUB) (29:8)
               TO WS-PIECE-SALARY-X.
           MOVE WS-SITE-CCY (WS-LOWEST-SUB) TO CON-CURRENCY.
           MOVE WS-SITE-RATE (WS-LOWEST-SUB) TO CON-FX-RATE.
           COMPUTE WS-CORP-SALARY ROUNDED =
               WS-PIECE-SALARY * WS-SITE-RATE (WS-LOWEST-SUB).
           MOVE WS-CORP-SALARY TO CON-CORP-SALARY.
           WRITE CONSOL-LINE.
           IF WS-SITE-FX-OK (WS-LOWEST-SUB) = "N"
               PERFORM 2270-WRITE-NO-RATE THRU 2270-EXIT
           END-IF.
           ADD 1 TO WS-OUT-COUNT.
           ADD 1 TO WS-SITE-COUNT (WS-LOWEST-SUB).
           PERFORM 2250-NOTE-FOR-VIEW THRU 2250-EXIT.
           MOVE WS-FOUND-GID TO WS-VW-GID (WS-VIEW-COUNT).
           MOVE WS-LOOKUP-SITE TO WS-VW-SITE (WS-VIEW-COUNT).
           MOVE WS-LOOKUP-EMPID TO WS-VW-EMPID (WS-VIEW-COUNT).
           MOVE WS-SITE-REC (WS-LOWEST-SUB) (29:8)
               TO WS-PIECE-SALARY-X.
           MOVE WS-PIECE-SALARY TO WS-VW-SALARY (WS-VIEW-COUNT).
           MOVE WS-SITE-CCY (WS-LOWEST-SUB)
               TO WS-VW-CCY (WS-VIEW-COUNT).
           MOVE WS-CORP-SALARY TO WS-VW-CORP (WS-VIEW-COUNT).
           MOVE "N" TO WS-VW-DONE (WS-VIEW-COUNT).
       2250-EXIT.
           EXIT.

       2270-WRITE-NO-RATE.
           MOVE SPACES TO EXCEPTION-LINE.
           MOVE WS-SITE-EMPID (WS-LOWEST-SUB) TO EXC-EMPID.
           MOVE WS-SITE-CODE (WS-LOWEST-SUB) TO EXC-KEPT-SITE.
           MOVE "NO RATE - SALARY NOT CONVERTED" TO EXC-REASON.
           WRITE EXCEPTION-LINE.
           ADD 1 TO WS-NO-RATE-COUNT.
       2270-EXIT.
           EXIT.

      * EVERY OTHER SITE STILL SITTING ON THE CONSOLIDATED EMPID
      * GOES TO THE EXCEPTION FILE AND IS READ PAST. A SITE CAN
      * ALSO SEND THE SAME EMPID TWICE ITSELF, WHICH THE SAME LOOP
                       TO WS-VW-SITE (WS-VIEW-COUNT)
                   MOVE WS-LOOKUP-EMPID
                       TO WS-VW-EMPID (WS-VIEW-COUNT)
                   MOVE WS-SITE-REC (WS-SITE-SUB) (29:8)
                       TO WS-PIECE-SALARY-X
                   MOVE WS-PIECE-SALARY
                       TO WS-VW-SALARY (WS-VIEW-COUNT)
                   MOVE WS-SITE-CCY (WS-SITE-SUB)
                       TO WS-VW-CCY (WS-VIEW-COUNT)
                   COMPUTE WS-VW-CORP (WS-VIEW-COUNT) ROUNDED =
                       WS-PIECE-SALARY * WS-SITE-RATE (WS-SITE-SUB)
                   MOVE "N" TO WS-VW-DONE (WS-VIEW-COUNT)
               END-IF
               GO TO 2350-EXIT
           EXIT.

      * THE COMBINED VIEW: EACH GLOBAL PERSON WITH EVERY SITE'S
      * SALARY PIECE IN ITS OWN CURRENCY AND CONVERTED, AND THE
      * TOTAL ACROSS SITES IN THE CORPORATE CURRENCY.
       3000-WRITE-GLOBAL-VIEW.
           OPEN OUTPUT VIEW-FILE.
           IF NOT VW-STATUS-OK
                       IF WS-VW-GID (WS-VIEW-SUB2) = WS-CUR-GID
                               AND WS-VW-DONE (WS-VIEW-SUB2) = "N"
                           MOVE "Y" TO WS-VW-DONE (WS-VIEW-SUB2)
                           ADD WS-VW-CORP (WS-VIEW-SUB2)
                               TO WS-GID-TOTAL
                           MOVE WS-VW-SALARY (WS-VIEW-SUB2)
                               TO WS-PRT-SALARY
                           MOVE WS-VW-CORP (WS-VIEW-SUB2)
                               TO WS-PRT-CORP
                           MOVE SPACES TO VIEW-LINE
                           STRING "  SITE "
                                  WS-VW-SITE (WS-VIEW-SUB2)
                                  "  EMPID "
                                  WS-VW-EMPID (WS-VIEW-SUB2)
                                  "  SALARY "
                                  WS-VW-CCY (WS-VIEW-SUB2)
                                  " " WS-PRT-SALARY
                                  "  = " FX-CORP-CCY
                                  " " WS-PRT-CORP
                               DELIMITED BY SIZE INTO VIEW-LINE
                           WRITE VIEW-LINE
                       END-IF
                   END-PERFORM
                   MOVE WS-GID-TOTAL TO WS-PRT-TOTAL
                   MOVE SPACES TO VIEW-LINE
                   STRING "  TOTAL ACROSS SITES   " FX-CORP-CCY
                          " " WS-PRT-TOTAL
                       DELIMITED BY SIZE INTO VIEW-LINE
                   WRITE VIEW-LINE
               END-IF
           DISPLAY "CROSS-SITE DUPLICATES    : " WS-DUP-COUNT.
           DISPLAY "IDENTITY COLLISIONS      : " WS-COLLISION-COUNT.
           DISPLAY "RECORDS UNMAPPED         : " WS-UNMAPPED-COUNT.
           DISPLAY "RECORDS WITHOUT A RATE   : " WS-NO-RATE-COUNT.
           IF WS-NO-RATE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
