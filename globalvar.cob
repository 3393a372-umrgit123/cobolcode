      * TOTAL CLOSES THE RESULT FILE. AN UNKNOWN MATERIAL CODE IS
      * REJECTED TO SHAPEERR.DAT LIKE THE OTHER INPUT EDITS; A
      * BLANK MATERIAL LEAVES THE LINE UNCOSTED AS BEFORE.
      *
      * MATERIAL IS BOUGHT IN STANDARD SHEETS, SO THE PRICE MASTER
      * ALSO CARRIES THE SHEET LENGTH AND WIDTH 9(4) 9(4) OF EACH
      * MATERIAL. A LINE IN SUCH A MATERIAL IS NESTED ON THE SHEET:
      * HOW MANY PARTS FIT ON ONE SHEET (A RECTANGLE EITHER WAY
      * ROUND, A CIRCLE IN ITS SQUARE, TRIANGLES IN STRIPS OF THEIR
      * HEIGHT WITH EVERY OTHER ONE TURNED POINT DOWN, ALONG THE
      * SHEET EITHER WAY ROUND), HOW MANY SHEETS THE QUANTITY TAKES
      * AND THE PERCENTAGE OF THOSE SHEETS WASTED AS OFFCUT. THE
      * LINE IS THEN COSTED ON THE SHEETS CONSUMED (SHEET AREA AT
      * THE UNIT PRICE) PLUS THE TRIM. A PART TOO BIG FOR THE SHEET
      * IS REJECTED. A MATERIAL WITH NO SHEET SIZE IS STILL COSTED
      * BY PART AREA. A YIELD SUMMARY PER MATERIAL CLOSES THE
      * RESULT FILE, AHEAD OF THE JOB TOTAL.
      *
      * EVERY BATCH JOB IS SAVED AS A NUMBERED QUOTATION ON THE
      * KEYED QUOTE FILE SHAPEQTE - A HEADER (LINE 000) WITH THE
      * CUSTOMER, QUOTE DATE, MATERIAL PRICE DATE, EXPIRY DATE,
      * COSTED TOTAL AND STATUS, THEN ONE RECORD PER RESULT LINE
      * WITH THE MATERIAL, THE AREA AND TRIM LENGTH IT WAS COSTED
      * ON AND ITS COST. QUOTE 000000 LINE 000 HOLDS THE LAST
      * NUMBER ISSUED. THE CUSTOMER COMES FROM A "Q" RECORD IN
      * SHAPEREQ.DAT (Q, CUSTOMER X(8), DAYS VALID 9(3) - 30 WHEN
      * BLANK). THE PRICE DATE IS THE LATEST PRICE DATE 9(8) ON
      * MATPRICE.DAT OF THE MATERIALS USED. THE QUOTE LETTER GOES
      * TO SHAPEQLT.DAT. SHAPEQTM ACCEPTS, DECLINES AND RE-COSTS
      * QUOTES; SHAPEQRP REPORTS THEM BY CUSTOMER FOR THE MONTH.
      *****************************************************************
      *
      * Program: Main
            SELECT MATPRICE-FILE ASSIGN "MATPRICE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS ws-mat-file-status.
            SELECT QUOTE-FILE ASSIGN "SHAPEQTE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS qte-key
                STATUS IS ws-qte-file-status.
            SELECT LETTER-FILE ASSIGN "SHAPEQLT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS ws-ltr-file-status.
        DATA DIVISION.
        FILE SECTION.
        FD REQUEST-FILE.
           05 req-dim2-x    PIC X(4).
           05 FILLER        PIC X(4).
           05 req-qty-x     PIC X(3).
      * THE JOB'S QUOTATION HEADER.
        01 REQUEST-REC-Q REDEFINES REQUEST-REC.
           05 FILLER        PIC X(1).
           05 req-customer  PIC X(8).
           05 req-valid-days PIC 9(3).
           05 FILLER        PIC X(4).
        01 REQUEST-REC-QX REDEFINES REQUEST-REC.
           05 FILLER        PIC X(9).
           05 req-valid-days-x PIC X(3).
           05 FILLER        PIC X(4).
        FD RESULT-FILE.
        01 RESULT-LINE      PIC X(80).
        FD REQERR-FILE.
        01 REQERR-LINE.
           05 err-request   PIC X(16).
           05 mat-code       PIC X(4).
           05 mat-unit-price PIC 9(4)V99.
           05 mat-trim-price PIC 9(4)V99.
           05 mat-sheet-len  PIC 9(4).
           05 mat-sheet-wid  PIC 9(4).
           05 mat-price-date PIC 9(8).
        01 MATPRICE-REC-X REDEFINES MATPRICE-REC.
           05 FILLER         PIC X(16).
           05 mat-sheet-x    PIC X(8).
           05 mat-price-date-x PIC X(8).

        FD QUOTE-FILE.
        01 QUOTE-REC.
           05 qte-key.
              10 qte-no      PIC 9(6).
              10 qte-line    PIC 9(3).
           05 FILLER         PIC X(71).
        01 QUOTE-HDR-REC REDEFINES QUOTE-REC.
           05 FILLER         PIC X(9).
           05 qte-customer   PIC X(8).
           05 qte-date       PIC 9(8).
           05 qte-price-date PIC 9(8).
           05 qte-expiry     PIC 9(8).
           05 qte-valid-days PIC 9(3).
           05 qte-total      PIC 9(11)V99.
           05 qte-status     PIC X(1).
           05 qte-status-date PIC 9(8).
           05 qte-line-count PIC 9(3).
           05 qte-recost-date PIC 9(8).
           05 FILLER         PIC X(3).
        01 QUOTE-LINE-REC REDEFINES QUOTE-REC.
           05 FILLER         PIC X(9).
           05 qtl-shape      PIC X(1).
           05 qtl-dim1       PIC 9(4).
           05 qtl-dim2       PIC 9(4).
           05 qtl-material   PIC X(4).
           05 qtl-qty        PIC 9(3).
           05 qtl-cost-area  PIC 9(11)V99.
           05 qtl-trim-len   PIC 9(9)V99.
           05 qtl-cost       PIC 9(9)V99.
           05 qtl-sheets     PIC 9(7).
           05 FILLER         PIC X(13).
        01 QUOTE-CTL-REC REDEFINES QUOTE-REC.
           05 FILLER         PIC X(9).
           05 qtc-last-no    PIC 9(6).
           05 FILLER         PIC X(65).

        FD LETTER-FILE.
        01 LETTER-LINE      PIC X(80).
        WORKING-STORAGE SECTION.
        01 Globalvar       PIC X(50) IS GLOBAL.
        01 Shape-Code      PIC X(1) IS GLOBAL VALUE "R".
              10 ws-mat-code  PIC X(4).
              10 ws-mat-unit  PIC 9(4)V99.
              10 ws-mat-trim  PIC 9(4)V99.
              10 ws-mat-sheet-len PIC 9(4).
              10 ws-mat-sheet-wid PIC 9(4).
              10 ws-mat-parts     PIC 9(7).
              10 ws-mat-sheets    PIC 9(7).
              10 ws-mat-part-area PIC 9(11)V99.
              10 ws-mat-used-area PIC 9(11)V99.
              10 ws-mat-cost      PIC 9(11)V99.
              10 ws-mat-price-date PIC 9(8).
        01 ws-mat-sub       PIC 9(2).
        01 ws-mat-found     PIC X VALUE "N".
        01 ws-use-sub       PIC 9(2) VALUE 0.
        01 ws-use-unit      PIC 9(4)V99 VALUE 0.
        01 ws-use-trim      PIC 9(4)V99 VALUE 0.
        01 ws-use-sheet-len PIC 9(4) VALUE 0.
        01 ws-use-sheet-wid PIC 9(4) VALUE 0.
      * NESTING OF ONE LINE ON THE MATERIAL'S SHEET.
        01 ws-per-sheet     PIC 9(7) VALUE 0.
        01 ws-fit-try       PIC S9(7) VALUE 0.
        01 ws-fit-across    PIC 9(7) VALUE 0.
        01 ws-fit-down      PIC 9(7) VALUE 0.
        01 ws-sheets        PIC 9(7) VALUE 0.
        01 ws-sheet-area    PIC 9(9) VALUE 0.
        01 ws-used-area     PIC 9(11)V99 VALUE 0.
        01 ws-parts-area    PIC 9(11)V99 VALUE 0.
        01 ws-waste-pct     PIC 9(3)V9 VALUE 0.
        01 ws-print-count   PIC Z,ZZZ,ZZ9.
      * THE JOB'S QUOTATION.
        01 ws-qte-file-status PIC XX VALUE "00".
           88 qte-status-ok   VALUE "00".
           88 qte-file-not-found VALUE "35".
        01 ws-ltr-file-status PIC XX VALUE "00".
           88 ltr-status-ok   VALUE "00".
        01 ws-quote-open    PIC X VALUE "N".
           88 quote-open    VALUE "Y".
        01 ws-quote-no      PIC 9(6) VALUE 0.
        01 ws-quote-lines   PIC 9(3) VALUE 0.
        01 ws-quote-customer PIC X(8) VALUE SPACES.
        01 ws-valid-days    PIC 9(3) VALUE 30.
        01 ws-bus-date      PIC 9(8) VALUE 0.
        01 ws-price-date    PIC 9(8) VALUE 0.
        01 ws-expiry-date   PIC 9(8) VALUE 0.
        01 ws-ltr-end       PIC X VALUE "N".
           88 ltr-lines-done VALUE "Y".
        01 ws-shape-name    PIC X(9).
        01 ws-print-waste   PIC ZZ9.9.
        01 ws-line-cost     PIC 9(9)V99 VALUE 0.
        01 ws-job-total     PIC 9(11)V99 VALUE 0.
        01 ws-print-cost    PIC ZZZ,ZZZ,ZZ9.99.
           OPEN OUTPUT RESULT-FILE.
           OPEN OUTPUT REQERR-FILE.
           PERFORM 5050-LOAD-MATERIALS THRU 5050-EXIT.
           PERFORM 5060-OPEN-QUOTE THRU 5060-EXIT.
           PERFORM UNTIL req-file-end
               READ REQUEST-FILE
                   AT END
                       MOVE "Y" TO ws-req-file-end
                   NOT AT END
                       IF req-shape = "Q"
                           PERFORM 5080-QUOTE-HEADER THRU 5080-EXIT
                       ELSE
                           ADD 1 TO ws-request-count
                           PERFORM 5100-ONE-REQUEST THRU 5100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 5600-YIELD-SUMMARY THRU 5600-EXIT.
           MOVE ws-job-total TO ws-print-total.
           MOVE SPACES TO RESULT-LINE.
           STRING "JOB TOTAL MATERIAL COST " ws-print-total
               DELIMITED BY SIZE INTO RESULT-LINE.
           WRITE RESULT-LINE.
           PERFORM 5500-CLOSE-QUOTE THRU 5500-EXIT.
           CLOSE REQUEST-FILE.
           CLOSE RESULT-FILE.
           CLOSE REQERR-FILE.
                               ws-mat-unit (ws-mat-count)
                           MOVE mat-trim-price TO
                               ws-mat-trim (ws-mat-count)
                           IF mat-sheet-x NOT NUMERIC
                               MOVE ZERO TO mat-sheet-len
                               MOVE ZERO TO mat-sheet-wid
                           END-IF
                           MOVE mat-sheet-len TO
                               ws-mat-sheet-len (ws-mat-count)
                           MOVE mat-sheet-wid TO
                               ws-mat-sheet-wid (ws-mat-count)
                           MOVE ZERO TO ws-mat-parts (ws-mat-count)
                           MOVE ZERO TO ws-mat-sheets (ws-mat-count)
                           MOVE ZERO TO
                               ws-mat-part-area (ws-mat-count)
                           MOVE ZERO TO
                               ws-mat-used-area (ws-mat-count)
                           MOVE ZERO TO ws-mat-cost (ws-mat-count)
                           IF mat-price-date-x NOT NUMERIC
                               MOVE ZERO TO mat-price-date
                           END-IF
                           MOVE mat-price-date TO
                               ws-mat-price-date (ws-mat-count)
                       END-IF
               END-READ
           END-PERFORM.
       5050-EXIT.
           EXIT.

      * THE JOB TAKES THE NEXT QUOTE NUMBER FROM THE CONTROL
      * RECORD. WITHOUT THE QUOTE FILE THE BATCH STILL RUNS, BUT
      * THE JOB IS NOT SAVED AS A QUOTATION.
       5060-OPEN-QUOTE.
           CALL "GETBDATE" USING ws-bus-date.
           OPEN I-O QUOTE-FILE.
           IF qte-file-not-found
               OPEN OUTPUT QUOTE-FILE
               CLOSE QUOTE-FILE
               OPEN I-O QUOTE-FILE
           END-IF.
           IF NOT qte-status-ok
               DISPLAY "QUOTE FILE UNAVAILABLE - STATUS "
                       ws-qte-file-status
               DISPLAY "JOB NOT SAVED AS A QUOTATION"
               GO TO 5060-EXIT
           END-IF.
           MOVE ZERO TO qte-key.
           READ QUOTE-FILE
               INVALID KEY
                   MOVE SPACES TO QUOTE-REC
                   MOVE ZERO TO qte-key
                   MOVE ZERO TO qtc-last-no
                   WRITE QUOTE-REC
           END-READ.
           ADD 1 TO qtc-last-no.
           MOVE qtc-last-no TO ws-quote-no.
           REWRITE QUOTE-REC.
           MOVE "Y" TO ws-quote-open.
       5060-EXIT.
           EXIT.

       5080-QUOTE-HEADER.
           MOVE req-customer TO ws-quote-customer.
           IF req-valid-days-x NUMERIC AND req-valid-days > 0
               MOVE req-valid-days TO ws-valid-days
           END-IF.
       5080-EXIT.
           EXIT.

       5100-ONE-REQUEST.
           IF req-dim1-x NOT NUMERIC OR req-dim2-x NOT NUMERIC
               MOVE "DIMENSIONS NOT NUMERIC" TO err-reason
                       UNTIL ws-mat-sub > ws-mat-count
                   IF ws-mat-code (ws-mat-sub) = req-material
                       MOVE "Y" TO ws-mat-found
                       MOVE ws-mat-sub TO ws-use-sub
                       MOVE ws-mat-unit (ws-mat-sub) TO ws-use-unit
                       MOVE ws-mat-trim (ws-mat-sub) TO ws-use-trim
                       MOVE ws-mat-sheet-len (ws-mat-sub)
                           TO ws-use-sheet-len
                       MOVE ws-mat-sheet-wid (ws-mat-sub)
                           TO ws-use-sheet-wid
                       MOVE ws-mat-count TO ws-mat-sub
                   END-IF
               END-PERFORM
           EXIT.

       5800-WRITE-RESULT.
           IF ws-mat-found = "Y" AND ws-use-sheet-len > 0
                   AND ws-use-sheet-wid > 0
               PERFORM 5700-NEST-PARTS THRU 5700-EXIT
               IF ws-per-sheet = 0
                   MOVE "PART DOES NOT FIT ON SHEET" TO err-reason
                   PERFORM 5900-WRITE-ERROR THRU 5900-EXIT
                   GO TO 5800-EXIT
               END-IF
           END-IF.
           MOVE ws-batch-area TO ws-print-area.
           MOVE ws-batch-perim TO ws-print-perim.
           MOVE SPACES TO RESULT-LINE.
           WRITE RESULT-LINE.
           ADD 1 TO ws-result-count.
      * THE COSTED LINE: QUANTITY TIMES (AREA AT THE UNIT PRICE
      * PLUS PERIMETER AT THE TRIM PRICE) - OR, FOR A MATERIAL
      * BOUGHT IN SHEETS, THE SHEETS CONSUMED AT THE UNIT PRICE
      * PLUS QUANTITY TIMES PERIMETER AT THE TRIM PRICE.
           IF ws-mat-found = "Y"
               IF ws-use-sheet-len > 0 AND ws-use-sheet-wid > 0
                   COMPUTE ws-line-cost ROUNDED =
                       (ws-used-area * ws-use-unit)
                       + (req-qty * ws-batch-perim * ws-use-trim)
                       ON SIZE ERROR
                           MOVE ZERO TO ws-line-cost
                           DISPLAY "COST CALCULATION OVERFLOWED"
                   END-COMPUTE
               ELSE
                   COMPUTE ws-line-cost ROUNDED = req-qty *
                       ((ws-batch-area * ws-use-unit)
                        + (ws-batch-perim * ws-use-trim))
                       ON SIZE ERROR
                           MOVE ZERO TO ws-line-cost
                           DISPLAY "COST CALCULATION OVERFLOWED"
                   END-COMPUTE
               END-IF
               ADD ws-line-cost TO ws-job-total
               ADD ws-line-cost TO ws-mat-cost (ws-use-sub)
               ADD req-qty TO ws-mat-parts (ws-use-sub)
               COMPUTE ws-parts-area = req-qty * ws-batch-area
               ADD ws-parts-area TO ws-mat-part-area (ws-use-sub)
               MOVE ws-line-cost TO ws-print-cost
               MOVE SPACES TO RESULT-LINE
               STRING "  MATERIAL " req-material
                      "  COST " ws-print-cost
                   DELIMITED BY SIZE INTO RESULT-LINE
               WRITE RESULT-LINE
               IF ws-use-sheet-len > 0 AND ws-use-sheet-wid > 0
                   PERFORM 5750-WRITE-NESTING THRU 5750-EXIT
               END-IF
           END-IF.
           IF quote-open
               PERFORM 5850-WRITE-QUOTE-LINE THRU 5850-EXIT
           END-IF.
       5800-EXIT.
           EXIT.

      * THE LINE IS KEPT WITH THE AREA AND TRIM LENGTH IT WAS
      * COSTED ON, SO SHAPEQTM CAN RE-COST IT AT LATER PRICES.
       5850-WRITE-QUOTE-LINE.
           IF ws-quote-lines = 999
               DISPLAY "QUOTE FULL - LINE NOT SAVED: " REQUEST-REC
               GO TO 5850-EXIT
           END-IF.
           ADD 1 TO ws-quote-lines.
           MOVE SPACES TO QUOTE-REC.
           MOVE ws-quote-no TO qte-no.
           MOVE ws-quote-lines TO qte-line.
           MOVE req-shape TO qtl-shape.
           MOVE req-dim1 TO qtl-dim1.
           MOVE req-dim2 TO qtl-dim2.
           MOVE ZERO TO qtl-cost-area.
           MOVE ZERO TO qtl-trim-len.
           MOVE ZERO TO qtl-cost.
           MOVE ZERO TO qtl-sheets.
           MOVE ZERO TO qtl-qty.
           IF ws-mat-found = "Y"
               MOVE req-material TO qtl-material
               MOVE req-qty TO qtl-qty
               IF ws-use-sheet-len > 0 AND ws-use-sheet-wid > 0
                   MOVE ws-used-area TO qtl-cost-area
                   MOVE ws-sheets TO qtl-sheets
               ELSE
                   COMPUTE qtl-cost-area = req-qty * ws-batch-area
               END-IF
               COMPUTE qtl-trim-len = req-qty * ws-batch-perim
               MOVE ws-line-cost TO qtl-cost
               IF ws-mat-price-date (ws-use-sub) > ws-price-date
                   MOVE ws-mat-price-date (ws-use-sub)
                       TO ws-price-date
               END-IF
           END-IF.
           WRITE QUOTE-REC
               INVALID KEY
                   DISPLAY "QUOTE LINE NOT SAVED: " qte-key
           END-WRITE.
       5850-EXIT.
           EXIT.

      * THE QUOTE HEADER GOES ON LAST, WITH THE JOB TOTAL.
       5500-CLOSE-QUOTE.
           IF NOT quote-open
               GO TO 5500-EXIT
           END-IF.
           COMPUTE ws-expiry-date = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (ws-bus-date)
                + ws-valid-days).
           MOVE SPACES TO QUOTE-REC.
           MOVE ws-quote-no TO qte-no.
           MOVE ZERO TO qte-line.
           MOVE ws-quote-customer TO qte-customer.
           MOVE ws-bus-date TO qte-date.
           MOVE ws-price-date TO qte-price-date.
           MOVE ws-expiry-date TO qte-expiry.
           MOVE ws-valid-days TO qte-valid-days.
           MOVE ws-job-total TO qte-total.
           MOVE "O" TO qte-status.
           MOVE ws-bus-date TO qte-status-date.
           MOVE ws-quote-lines TO qte-line-count.
           MOVE ZERO TO qte-recost-date.
           WRITE QUOTE-REC
               INVALID KEY
                   DISPLAY "QUOTE HEADER NOT SAVED: " qte-key
           END-WRITE.
           MOVE SPACES TO RESULT-LINE.
           STRING "SAVED AS QUOTATION " ws-quote-no
                  " FOR " ws-quote-customer
                  " VALID UNTIL " ws-expiry-date
               DELIMITED BY SIZE INTO RESULT-LINE.
           WRITE RESULT-LINE.
           PERFORM 5550-WRITE-LETTER THRU 5550-EXIT.
           CLOSE QUOTE-FILE.
           DISPLAY "QUOTATION NUMBER : " ws-quote-no.
       5500-EXIT.
           EXIT.

      * THE QUOTE LETTER IS BUILT FROM THE LINES JUST SAVED.
       5550-WRITE-LETTER.
           OPEN OUTPUT LETTER-FILE.
           IF NOT ltr-status-ok
               DISPLAY "QUOTE LETTER SHAPEQLT.DAT NOT WRITTEN"
               GO TO 5550-EXIT
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           STRING "QUOTATION " ws-quote-no
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "CUSTOMER  " ws-quote-customer
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "DATE      " ws-bus-date
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "WE ARE PLEASED TO QUOTE FOR THE PARTS BELOW."
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "ITEM  SHAPE      SIZE         MATERIAL  QTY"
                  "         PRICE"
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE ws-quote-no TO qte-no.
           MOVE ZERO TO qte-line.
           MOVE "N" TO ws-ltr-end.
           START QUOTE-FILE KEY IS GREATER THAN qte-key
               INVALID KEY
                   MOVE "Y" TO ws-ltr-end
           END-START.
           PERFORM UNTIL ltr-lines-done
               READ QUOTE-FILE NEXT
                   AT END
                       MOVE "Y" TO ws-ltr-end
                   NOT AT END
                       IF qte-no NOT = ws-quote-no
                           MOVE "Y" TO ws-ltr-end
                       ELSE
                           PERFORM 5560-LETTER-ITEM THRU 5560-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ws-job-total TO ws-print-cost.
           MOVE SPACES TO LETTER-LINE.
           MOVE "TOTAL" TO LETTER-LINE (1:5).
           MOVE ws-print-cost TO LETTER-LINE (44:14).
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "PRICES ARE BASED ON MATERIAL PRICES AS AT "
                  ws-price-date "."
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "THIS QUOTATION IS VALID UNTIL " ws-expiry-date "."
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "TO ORDER, PLEASE QUOTE OUR REFERENCE "
                  ws-quote-no "."
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           CLOSE LETTER-FILE.
       5550-EXIT.
           EXIT.

       5560-LETTER-ITEM.
           EVALUATE qtl-shape
               WHEN "R"
                   MOVE "RECTANGLE" TO ws-shape-name
               WHEN "C"
                   MOVE "CIRCLE" TO ws-shape-name
               WHEN OTHER
                   MOVE "TRIANGLE" TO ws-shape-name
           END-EVALUATE.
           MOVE SPACES TO LETTER-LINE.
           MOVE qte-line TO LETTER-LINE (1:3).
           MOVE ws-shape-name TO LETTER-LINE (7:9).
           IF qtl-shape = "C"
               STRING "R " qtl-dim1
                   DELIMITED BY SIZE INTO LETTER-LINE (18:9)
           ELSE
               STRING qtl-dim1 " X " qtl-dim2
                   DELIMITED BY SIZE INTO LETTER-LINE (18:11)
           END-IF.
           IF qtl-material = SPACES
               MOVE "NOT PRICED" TO LETTER-LINE (48:10)
           ELSE
               MOVE qtl-material TO LETTER-LINE (31:4)
               MOVE qtl-qty TO LETTER-LINE (41:3)
               MOVE qtl-cost TO ws-print-cost
               MOVE ws-print-cost TO LETTER-LINE (44:14)
           END-IF.
           WRITE LETTER-LINE.
       5560-EXIT.
           EXIT.

      * PARTS PER SHEET FOR THE SHAPE, TAKING THE BETTER OF THE
      * TWO WAYS ROUND, THEN THE SHEETS THE QUANTITY NEEDS.
       5700-NEST-PARTS.
           MOVE 0 TO ws-per-sheet.
           EVALUATE req-shape
               WHEN "R"
                   COMPUTE ws-fit-across = ws-use-sheet-len / req-dim1
                   COMPUTE ws-fit-down = ws-use-sheet-wid / req-dim2
                   COMPUTE ws-per-sheet = ws-fit-across * ws-fit-down
                   COMPUTE ws-fit-across = ws-use-sheet-len / req-dim2
                   COMPUTE ws-fit-down = ws-use-sheet-wid / req-dim1
                   IF ws-fit-across * ws-fit-down > ws-per-sheet
                       COMPUTE ws-per-sheet =
                           ws-fit-across * ws-fit-down
                   END-IF
               WHEN "C"
                   COMPUTE ws-fit-across =
                       ws-use-sheet-len / (2 * req-dim1)
                   COMPUTE ws-fit-down =
                       ws-use-sheet-wid / (2 * req-dim1)
                   COMPUTE ws-per-sheet = ws-fit-across * ws-fit-down
      * A STRIP OF TRIANGLES, ALTERNATELY POINT UP AND POINT DOWN,
      * TAKES HALF A BASE PER TRIANGLE PLUS HALF A BASE OVER.
               WHEN "T"
                   COMPUTE ws-fit-try =
                       ((2 * ws-use-sheet-len) / req-dim1) - 1
                   COMPUTE ws-fit-down = ws-use-sheet-wid / req-dim2
                   IF ws-fit-try > 0
                       COMPUTE ws-per-sheet = ws-fit-try * ws-fit-down
                   END-IF
                   COMPUTE ws-fit-try =
                       ((2 * ws-use-sheet-wid) / req-dim1) - 1
                   COMPUTE ws-fit-down = ws-use-sheet-len / req-dim2
                   IF ws-fit-try > 0
                       IF ws-fit-try * ws-fit-down > ws-per-sheet
                           COMPUTE ws-per-sheet =
                               ws-fit-try * ws-fit-down
                       END-IF
                   END-IF
           END-EVALUATE.
           IF ws-per-sheet = 0
               GO TO 5700-EXIT
           END-IF.
           COMPUTE ws-sheets = req-qty / ws-per-sheet.
           IF ws-sheets * ws-per-sheet < req-qty
               ADD 1 TO ws-sheets
           END-IF.
           COMPUTE ws-sheet-area = ws-use-sheet-len * ws-use-sheet-wid.
           COMPUTE ws-used-area = ws-sheets * ws-sheet-area.
           COMPUTE ws-parts-area = req-qty * ws-batch-area.
           COMPUTE ws-waste-pct ROUNDED =
               (ws-used-area - ws-parts-area) * 100 / ws-used-area.
       5700-EXIT.
           EXIT.

       5750-WRITE-NESTING.
           ADD ws-sheets TO ws-mat-sheets (ws-use-sub).
           ADD ws-used-area TO ws-mat-used-area (ws-use-sub).
           MOVE ws-waste-pct TO ws-print-waste.
           MOVE SPACES TO RESULT-LINE.
           STRING "  SHEET " ws-use-sheet-len "X" ws-use-sheet-wid
                  "  PER SHEET " ws-per-sheet
                  "  SHEETS " ws-sheets
                  "  WASTE " ws-print-waste "%"
               DELIMITED BY SIZE INTO RESULT-LINE.
           WRITE RESULT-LINE.
       5750-EXIT.
           EXIT.

      * ONE LINE PER MATERIAL USED IN THE JOB. A MATERIAL WITH NO
      * SHEET SIZE WAS COSTED BY PART AREA AND HAS NO YIELD.
       5600-YIELD-SUMMARY.
           MOVE SPACES TO RESULT-LINE.
           WRITE RESULT-LINE.
           MOVE "YIELD SUMMARY BY MATERIAL" TO RESULT-LINE.
           WRITE RESULT-LINE.
           MOVE SPACES TO RESULT-LINE.
           STRING "MATL      PARTS     SHEETS  WASTE%"
                  "           COST"
               DELIMITED BY SIZE INTO RESULT-LINE.
           WRITE RESULT-LINE.
           PERFORM VARYING ws-mat-sub FROM 1 BY 1
                   UNTIL ws-mat-sub > ws-mat-count
               IF ws-mat-parts (ws-mat-sub) > 0
                   MOVE SPACES TO RESULT-LINE
                   MOVE ws-mat-code (ws-mat-sub) TO RESULT-LINE (1:4)
                   MOVE ws-mat-parts (ws-mat-sub) TO ws-print-count
                   MOVE ws-print-count TO RESULT-LINE (6:9)
                   MOVE ws-mat-cost (ws-mat-sub) TO ws-print-cost
                   MOVE ws-print-cost TO RESULT-LINE (35:14)
                   IF ws-mat-sheets (ws-mat-sub) > 0
                       MOVE ws-mat-sheets (ws-mat-sub)
                           TO ws-print-count
                       MOVE ws-print-count TO RESULT-LINE (17:9)
                       COMPUTE ws-waste-pct ROUNDED =
                           (ws-mat-used-area (ws-mat-sub)
                            - ws-mat-part-area (ws-mat-sub)) * 100
                           / ws-mat-used-area (ws-mat-sub)
                       MOVE ws-waste-pct TO ws-print-waste
                       MOVE ws-print-waste TO RESULT-LINE (28:5)
                   ELSE
                       MOVE "BY AREA - NO SHEET SIZE"
                           TO RESULT-LINE (51:23)
                   END-IF
                   WRITE RESULT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO RESULT-LINE.
           WRITE RESULT-LINE.
       5600-EXIT.
           EXIT.

       5900-WRITE-ERROR.
           MOVE SPACES TO REQERR-LINE (1:18).
           MOVE REQUEST-REC TO err-request.
