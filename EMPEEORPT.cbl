       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPEEORPT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * STATUTORY WORKFORCE COMPOSITION REPORT.
      *
      * FIRST ARGUMENT: THE SNAPSHOT DATE, YYYYMMDD (DEFAULT THE
      * BUSINESS DATE). THE WORKFORCE IS EVERYONE ON EMPFILE OR THE
      * ARCHIVE (EMPARCH) ACTIVE AT THAT DATE - HIRED ON OR BEFORE
      * IT AND NOT TERMINATED ON OR BEFORE IT.
      *
      * EACH EMPLOYEE IS PLACED IN A STATUTORY JOB CATEGORY BY THE
      * MAPPING TABLE JOBCAT.DAT:
      *   GRADE X(2), DESIGNATION X(20), CATEGORY X(2), NAME X(30)
      * A BLANK GRADE OR DESIGNATION MATCHES ANY, AND THE FIRST
      * LINE THAT MATCHES WINS, SO THE SPECIFIC LINES GO FIRST. AN
      * EMPLOYEE NO LINE MATCHES IS COUNTED AS UNMAPPED AND SETS
      * RETURN CODE 4.
      *
      * THE DEMOGRAPHIC CATEGORIES COME FROM THE SECURED COMPANION
      * FILE EMPDEMO (MAINTAINED BY EMPDEMM) AND ARE DESCRIBED BY
      * THE CATEGORY MASTER DEMOCAT.DAT. FOR EACH DIMENSION - GENDER,
      * ETHNIC GROUP, DISABILITY, VETERAN STATUS - THE REPORT
      * (EMPEEO.DAT) CROSSES THE JOB CATEGORIES WITH THE CODES OF
      * THAT DIMENSION, PLUS DECLINED TO STATE (DS), CODES NO LONGER
      * ON THE MASTER, AND EMPLOYEES WITH NO DEMOGRAPHIC RECORD.
      * ONLY HEADCOUNTS ARE PRINTED - NO EMPID, NAME OR OTHER DETAIL
      * OF ANY INDIVIDUAL APPEARS ON THE REPORT OR THE CONSOLE.
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
        SELECT ARCHIVE-FILE ASSIGN "EMPARCH"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ARC-FILE-STATUS
                       RECORD KEY ARC-EMPID.
        SELECT DEMO-FILE ASSIGN "EMPDEMO"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-DEM-FILE-STATUS
                       RECORD KEY DEM-EMPID.
        SELECT DEMOCAT-FILE ASSIGN "DEMOCAT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-DCT-FILE-STATUS.
        SELECT JOBCAT-FILE ASSIGN "JOBCAT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-JCT-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPEEO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
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

       FD DEMO-FILE
       RECORD 40.
       01 DEMO-REC.
          05 DEM-EMPID         PIC 9(05).
          05 DEM-CODES.
             10 DEM-GENDER     PIC X(02).
             10 DEM-ETHNIC     PIC X(02).
             10 DEM-DISABILITY PIC X(02).
             10 DEM-VETERAN    PIC X(02).
          05 DEM-CODE-TBL REDEFINES DEM-CODES.
             10 DEM-CODE       PIC X(02) OCCURS 4 TIMES.
          05 DEM-UPDATED-BY    PIC X(08).
          05 DEM-UPDATED       PIC 9(08).
          05 DEM-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(03).

       FD DEMOCAT-FILE
       RECORD 23.
       01 DEMOCAT-REC.
          05 DC-DIMENSION      PIC X(01).
          05 DC-CODE           PIC X(02).
          05 DC-DESC           PIC X(20).

       FD JOBCAT-FILE
       RECORD 54.
       01 JOBCAT-REC.
          05 JC-GRADE          PIC X(02).
          05 JC-DESIG          PIC X(20).
          05 JC-CATEGORY       PIC X(02).
          05 JC-NAME           PIC X(30).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(110).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-EMP-FILE-END       PIC X(01) VALUE "N".
             88 EMP-FILE-END       VALUE "Y".
          05 WS-ARC-FILE-STATUS    PIC X(02) VALUE "00".
             88 ARC-STATUS-OK      VALUE "00".
          05 WS-ARC-FILE-END       PIC X(01) VALUE "N".
             88 ARC-FILE-END       VALUE "Y".
          05 WS-ARC-OPEN           PIC X(01) VALUE "N".
             88 ARC-OPEN           VALUE "Y".
          05 WS-DEM-FILE-STATUS    PIC X(02) VALUE "00".
             88 DEM-STATUS-OK      VALUE "00".
          05 WS-DEM-OPEN           PIC X(01) VALUE "N".
             88 DEM-OPEN           VALUE "Y".
          05 WS-DEM-FOUND          PIC X(01) VALUE "N".
             88 DEM-FOUND          VALUE "Y".
          05 WS-DCT-FILE-STATUS    PIC X(02) VALUE "00".
             88 DCT-STATUS-OK      VALUE "00".
          05 WS-DCT-FILE-END       PIC X(01) VALUE "N".
             88 DCT-FILE-END       VALUE "Y".
          05 WS-JCT-FILE-STATUS    PIC X(02) VALUE "00".
             88 JCT-STATUS-OK      VALUE "00".
          05 WS-JCT-FILE-END       PIC X(01) VALUE "N".
             88 JCT-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-ARG                   PIC X(08) VALUE SPACES.
       01 WS-SNAP-DATE             PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.

       01 WS-COUNTS.
          05 WS-ACTIVE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-UNMAPPED-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-NODEMO-COUNT       PIC 9(05) VALUE ZERO.

      * THE PERSON BEING COUNTED, FROM EMPFILE OR THE ARCHIVE.
       01 WS-PERSON.
          05 PER-EMPID             PIC 9(05).
          05 PER-DEPT              PIC 9(03).
          05 PER-NAME              PIC X(20).
          05 PER-SALARY            PIC 9(06)V99.
          05 PER-GRADE             PIC X(02).
          05 PER-DESIGNATION       PIC X(20).
          05 PER-HIRE-DATE         PIC 9(08).
          05 PER-TERM-DATE         PIC 9(08).
          05 PER-STATUS            PIC X(01).
             88 PER-TERMINATED     VALUE "T".
          05 PER-STATUS-DATE       PIC 9(08).
          05 FILLER                PIC X(07).

      * THE JOB CATEGORY MAPPING, IN FILE ORDER.
       01 WS-MAP-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-MAP-COUNT.
             10 WS-MAP-GRADE       PIC X(02).
             10 WS-MAP-DESIG       PIC X(20).
             10 WS-MAP-CAT         PIC 9(02).
       01 WS-MAP-SUB               PIC 9(03).

      * THE JOB CATEGORIES IN THE ORDER THE MAPPING FIRST NAMES
      * THEM. ROW 31 IS UNMAPPED AND ROW 32 THE COMPANY TOTAL. EACH
      * ROW HOLDS, FOR EACH DIMENSION, A COUNT PER COLUMN: THE
      * MASTER CODES IN COLUMNS 1-8, THEN DECLINED TO STATE, CODES
      * OFF THE MASTER, AND NO DEMOGRAPHIC RECORD.
       01 WS-CAT-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-CAT-TABLE.
          05 WS-CAT-ENTRY OCCURS 32 TIMES.
             10 WS-CAT-CODE        PIC X(02).
             10 WS-CAT-NAME        PIC X(30).
             10 WS-CAT-DIM OCCURS 4 TIMES.
                15 WS-CAT-CELL     PIC 9(05) OCCURS 11 TIMES.
       01 WS-CAT-SUB               PIC 9(02).
       01 WS-CAT-HIT               PIC 9(02) VALUE ZERO.
       01 WS-UNMAPPED-ROW          PIC 9(02) VALUE 31.
       01 WS-TOTAL-ROW             PIC 9(02) VALUE 32.
       01 WS-COL-DS                PIC 9(02) VALUE 9.
       01 WS-COL-OFF-MASTER        PIC 9(02) VALUE 10.
       01 WS-COL-NO-RECORD         PIC 9(02) VALUE 11.

      * THE DIMENSIONS, IN THE ORDER THEY SIT ON THE RECORD, WITH
      * THE CODES THE CATEGORY MASTER GIVES EACH.
       01 WS-DIM-LETTERS           PIC X(04) VALUE "GEIV".
       01 WS-DIM-LTR-TBL REDEFINES WS-DIM-LETTERS.
          05 WS-DIM-LETTER         PIC X(01) OCCURS 4 TIMES.
       01 WS-DIM-NAMES.
          05 FILLER                PIC X(12) VALUE "GENDER".
          05 FILLER                PIC X(12) VALUE "ETHNIC GROUP".
          05 FILLER                PIC X(12) VALUE "DISABILITY".
          05 FILLER                PIC X(12) VALUE "VETERAN".
       01 WS-DIM-NAME-TBL REDEFINES WS-DIM-NAMES.
          05 WS-DIM-NAME           PIC X(12) OCCURS 4 TIMES.
       01 WS-DIM-TABLE.
          05 WS-DIM-ENTRY OCCURS 4 TIMES.
             10 WS-DIM-CODE-COUNT  PIC 9(02).
             10 WS-DIM-CODE        PIC X(02) OCCURS 8 TIMES.
             10 WS-DIM-DESC        PIC X(20) OCCURS 8 TIMES.
       01 WS-DIM-SUB               PIC 9(01).
       01 WS-COL-SUB               PIC 9(02).
       01 WS-COL-HIT               PIC 9(02) VALUE ZERO.
       01 WS-ROW-TOTAL             PIC 9(05) VALUE ZERO.

       01 WS-PRT-LINE              PIC X(110) VALUE SPACES.
       01 WS-PRT-POS               PIC 9(03) VALUE ZERO.
       01 WS-PRT-COUNT             PIC ZZZZ9.
       01 WS-PRT-HEAD              PIC X(05).

       01 DV-PARM.
          05 DV-DATE               PIC 9(08).
          05 DV-CHECK-TYPE         PIC X(01).
          05 DV-TODAY              PIC 9(08).
          05 DV-HIRE-DATE          PIC 9(08).
          05 DV-RESULT             PIC X(01).
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPEEORP".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-COUNT-WORKFORCE THRU 2000-EXIT.
           PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-SNAP-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG NOT = SPACES
               IF WS-ARG NOT NUMERIC
                   DISPLAY "SNAPSHOT DATE MUST BE YYYYMMDD - "
                           "RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ARG TO WS-SNAP-DATE
               MOVE WS-SNAP-DATE TO DV-DATE
               MOVE "D" TO DV-CHECK-TYPE
               MOVE WS-BUSINESS-DATE TO DV-TODAY
               MOVE ZERO TO DV-HIRE-DATE
               CALL "DATEVAL" USING DV-PARM
               IF DV-RESULT NOT = "Y"
                   DISPLAY "SNAPSHOT DATE " WS-ARG
                           " IS NOT A DATE - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           INITIALIZE WS-CAT-TABLE.
           INITIALIZE WS-DIM-TABLE.
           PERFORM 1100-LOAD-CATEGORIES THRU 1100-EXIT.
           PERFORM 1200-LOAD-JOB-MAPPING THRU 1200-EXIT.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO ARCHIVE YET MEANS NOBODY HAS BEEN ARCHIVED; NO EMPDEMO
      * MEANS NOBODY HAS YET GIVEN THEIR CATEGORIES.
           OPEN INPUT ARCHIVE-FILE.
           IF ARC-STATUS-OK
               MOVE "Y" TO WS-ARC-OPEN
           END-IF.
           OPEN INPUT DEMO-FILE.
           IF DEM-STATUS-OK
               MOVE "Y" TO WS-DEM-OPEN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

      * THE CODES OF EACH DIMENSION, IN MASTER ORDER. DS IS ALWAYS
      * ITS OWN COLUMN, SO A DS LINE ON THE MASTER IS PASSED OVER.
       1100-LOAD-CATEGORIES.
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
                       PERFORM 1150-ADD-CATEGORY THRU 1150-EXIT
               END-READ
           END-PERFORM.
           CLOSE DEMOCAT-FILE.
       1100-EXIT.
           EXIT.

       1150-ADD-CATEGORY.
           IF DC-CODE = "DS"
               GO TO 1150-EXIT
           END-IF.
           MOVE ZERO TO WS-DIM-SUB.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 4
               IF WS-DIM-LETTER (WS-COL-SUB) = DC-DIMENSION
                   MOVE WS-COL-SUB TO WS-DIM-SUB
               END-IF
           END-PERFORM.
           IF WS-DIM-SUB = ZERO
               DISPLAY "CATEGORY MASTER DIMENSION " DC-DIMENSION
                       " UNKNOWN - LINE IGNORED"
               GO TO 1150-EXIT
           END-IF.
           IF WS-DIM-CODE-COUNT (WS-DIM-SUB) >= 8
               DISPLAY "MORE THAN 8 " WS-DIM-NAME (WS-DIM-SUB)
                       " CODES - " DC-CODE " COUNTED AS OFF MASTER"
               GO TO 1150-EXIT
           END-IF.
           ADD 1 TO WS-DIM-CODE-COUNT (WS-DIM-SUB).
           MOVE WS-DIM-CODE-COUNT (WS-DIM-SUB) TO WS-COL-SUB.
           MOVE DC-CODE TO WS-DIM-CODE (WS-DIM-SUB, WS-COL-SUB).
           MOVE DC-DESC TO WS-DIM-DESC (WS-DIM-SUB, WS-COL-SUB).
       1150-EXIT.
           EXIT.

       1200-LOAD-JOB-MAPPING.
           OPEN INPUT JOBCAT-FILE.
           IF NOT JCT-STATUS-OK
               DISPLAY "ERROR OPENING JOBCAT-FILE"
               DISPLAY "FILE STATUS : " WS-JCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL JCT-FILE-END
               READ JOBCAT-FILE
                   AT END
                       MOVE "Y" TO WS-JCT-FILE-END
                   NOT AT END
                       PERFORM 1250-ADD-MAPPING THRU 1250-EXIT
               END-READ
           END-PERFORM.
           CLOSE JOBCAT-FILE.
           MOVE "??" TO WS-CAT-CODE (WS-UNMAPPED-ROW).
           MOVE "UNMAPPED GRADE/DESIGNATION"
               TO WS-CAT-NAME (WS-UNMAPPED-ROW).
           MOVE SPACES TO WS-CAT-CODE (WS-TOTAL-ROW).
           MOVE "ALL JOB CATEGORIES" TO WS-CAT-NAME (WS-TOTAL-ROW).
       1200-EXIT.
           EXIT.

       1250-ADD-MAPPING.
           MOVE ZERO TO WS-CAT-HIT.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-COUNT
               IF WS-CAT-CODE (WS-CAT-SUB) = JC-CATEGORY
                   MOVE WS-CAT-SUB TO WS-CAT-HIT
                   MOVE WS-CAT-COUNT TO WS-CAT-SUB
               END-IF
           END-PERFORM.
           IF WS-CAT-HIT = ZERO
               IF WS-CAT-COUNT >= 30
                   DISPLAY "JOB CATEGORY TABLE FULL - " JC-CATEGORY
                           " DROPPED"
                   GO TO 1250-EXIT
               END-IF
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-CAT-HIT
               MOVE JC-CATEGORY TO WS-CAT-CODE (WS-CAT-HIT)
               MOVE JC-NAME TO WS-CAT-NAME (WS-CAT-HIT)
           END-IF.
           IF WS-MAP-COUNT >= 200
               DISPLAY "JOB MAPPING TABLE FULL - LINE DROPPED"
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO WS-MAP-COUNT.
           MOVE JC-GRADE TO WS-MAP-GRADE (WS-MAP-COUNT).
           MOVE JC-DESIG TO WS-MAP-DESIG (WS-MAP-COUNT).
           MOVE WS-CAT-HIT TO WS-MAP-CAT (WS-MAP-COUNT).
       1250-EXIT.
           EXIT.

      * EVERYONE ON EMPFILE AND THE ARCHIVE.
       2000-COUNT-WORKFORCE.
           MOVE ZERO TO EMPID.
           START EMPFILE KEY >= EMPID
               INVALID KEY
                   MOVE "Y" TO WS-EMP-FILE-END
           END-START.
           PERFORM UNTIL EMP-FILE-END
               READ EMPFILE NEXT
                   AT END
                       MOVE "Y" TO WS-EMP-FILE-END
                   NOT AT END
                       MOVE EMPREC TO WS-PERSON
                       PERFORM 2100-COUNT-PERSON THRU 2100-EXIT
               END-READ
           END-PERFORM.
           IF NOT ARC-OPEN
               GO TO 2000-EXIT
           END-IF.
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
                       MOVE ARCREC TO WS-PERSON
                       PERFORM 2100-COUNT-PERSON THRU 2100-EXIT
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

      * ACTIVE AT THE SNAPSHOT MEANS HIRED ON OR BEFORE IT AND NOT
      * TERMINATED ON OR BEFORE IT.
       2100-COUNT-PERSON.
           IF PER-HIRE-DATE NOT NUMERIC OR PER-HIRE-DATE = ZERO
               GO TO 2100-EXIT
           END-IF.
           IF PER-HIRE-DATE > WS-SNAP-DATE
               GO TO 2100-EXIT
           END-IF.
           IF PER-TERMINATED AND PER-TERM-DATE <= WS-SNAP-DATE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-ACTIVE-COUNT.

           PERFORM 2200-FIND-JOB-CATEGORY THRU 2200-EXIT.

           MOVE "N" TO WS-DEM-FOUND.
           IF DEM-OPEN
               MOVE PER-EMPID TO DEM-EMPID
               READ DEMO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-DEM-FOUND
               END-READ
           END-IF.
           IF NOT DEM-FOUND
               ADD 1 TO WS-NODEMO-COUNT
           END-IF.

           PERFORM VARYING WS-DIM-SUB FROM 1 BY 1
                   UNTIL WS-DIM-SUB > 4
               PERFORM 2300-FIND-COLUMN THRU 2300-EXIT
               ADD 1 TO WS-CAT-CELL (WS-CAT-HIT, WS-DIM-SUB,
                                     WS-COL-HIT)
               ADD 1 TO WS-CAT-CELL (WS-TOTAL-ROW, WS-DIM-SUB,
                                     WS-COL-HIT)
           END-PERFORM.
       2100-EXIT.
           EXIT.

      * THE FIRST MAPPING LINE WHOSE GRADE AND DESIGNATION BOTH
      * MATCH (BLANK MATCHING ANY) GIVES THE JOB CATEGORY.
       2200-FIND-JOB-CATEGORY.
           MOVE ZERO TO WS-CAT-HIT.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF (WS-MAP-GRADE (WS-MAP-SUB) = SPACES
                       OR WS-MAP-GRADE (WS-MAP-SUB) = PER-GRADE)
                   AND (WS-MAP-DESIG (WS-MAP-SUB) = SPACES
                       OR WS-MAP-DESIG (WS-MAP-SUB) = PER-DESIGNATION)
                   MOVE WS-MAP-CAT (WS-MAP-SUB) TO WS-CAT-HIT
                   MOVE WS-MAP-COUNT TO WS-MAP-SUB
               END-IF
           END-PERFORM.
           IF WS-CAT-HIT = ZERO
               MOVE WS-UNMAPPED-ROW TO WS-CAT-HIT
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF.
       2200-EXIT.
           EXIT.

      * THE COLUMN OF DIMENSION WS-DIM-SUB THE PERSON COUNTS IN.
       2300-FIND-COLUMN.
           IF NOT DEM-FOUND
               MOVE WS-COL-NO-RECORD TO WS-COL-HIT
               GO TO 2300-EXIT
           END-IF.
           IF DEM-CODE (WS-DIM-SUB) = "DS"
               MOVE WS-COL-DS TO WS-COL-HIT
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-COL-OFF-MASTER TO WS-COL-HIT.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-DIM-CODE-COUNT (WS-DIM-SUB)
               IF WS-DIM-CODE (WS-DIM-SUB, WS-COL-SUB)
                       = DEM-CODE (WS-DIM-SUB)
                   MOVE WS-COL-SUB TO WS-COL-HIT
                   MOVE WS-DIM-CODE-COUNT (WS-DIM-SUB) TO WS-COL-SUB
               END-IF
           END-PERFORM.
       2300-EXIT.
           EXIT.

       4000-WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "WORKFORCE COMPOSITION - ACTIVE EMPLOYEES AT "
                  WS-SNAP-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "HEADCOUNT                 : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NODEMO-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "WITH NO DEMOGRAPHIC RECORD: " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-UNMAPPED-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOT MAPPED TO A CATEGORY  : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-DIM-SUB FROM 1 BY 1
                   UNTIL WS-DIM-SUB > 4
               PERFORM 4100-WRITE-DIMENSION THRU 4100-EXIT
           END-PERFORM.
       4000-EXIT.
           EXIT.

      * ONE CROSS-TABULATION: JOB CATEGORY ROWS AGAINST THE CODES
      * OF DIMENSION WS-DIM-SUB, FOLLOWED BY THE CODE LEGEND.
       4100-WRITE-DIMENSION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "--- BY JOB CATEGORY AND " WS-DIM-NAME (WS-DIM-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO WS-PRT-LINE.
           MOVE "JOB CATEGORY" TO WS-PRT-LINE (1:33).
           MOVE 34 TO WS-PRT-POS.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-DIM-CODE-COUNT (WS-DIM-SUB)
               MOVE SPACES TO WS-PRT-HEAD
               MOVE WS-DIM-CODE (WS-DIM-SUB, WS-COL-SUB)
                   TO WS-PRT-HEAD (4:2)
               MOVE WS-PRT-HEAD TO WS-PRT-LINE (WS-PRT-POS:5)
               ADD 6 TO WS-PRT-POS
           END-PERFORM.
           MOVE "   DS" TO WS-PRT-LINE (WS-PRT-POS:5).
           ADD 6 TO WS-PRT-POS.
           MOVE "OTHER" TO WS-PRT-LINE (WS-PRT-POS:5).
           ADD 6 TO WS-PRT-POS.
           MOVE "NOREC" TO WS-PRT-LINE (WS-PRT-POS:5).
           ADD 6 TO WS-PRT-POS.
           MOVE "TOTAL" TO WS-PRT-LINE (WS-PRT-POS:5).
           MOVE WS-PRT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-COUNT
               PERFORM 4200-WRITE-ROW THRU 4200-EXIT
           END-PERFORM.
           IF WS-UNMAPPED-COUNT > ZERO
               MOVE WS-UNMAPPED-ROW TO WS-CAT-SUB
               PERFORM 4200-WRITE-ROW THRU 4200-EXIT
           END-IF.
           MOVE WS-TOTAL-ROW TO WS-CAT-SUB.
           PERFORM 4200-WRITE-ROW THRU 4200-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-DIM-CODE-COUNT (WS-DIM-SUB)
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-DIM-CODE (WS-DIM-SUB, WS-COL-SUB)
                      " " WS-DIM-DESC (WS-DIM-SUB, WS-COL-SUB)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE "  DS DECLINED TO STATE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  OTHER - CODE NO LONGER ON CATEGORY MASTER"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  NOREC - NO DEMOGRAPHIC RECORD HELD"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
       4100-EXIT.
           EXIT.

      * ONE ROW - WS-CAT-SUB - OF THE CURRENT DIMENSION.
       4200-WRITE-ROW.
           MOVE SPACES TO WS-PRT-LINE.
           MOVE WS-CAT-CODE (WS-CAT-SUB) TO WS-PRT-LINE (1:2).
           MOVE WS-CAT-NAME (WS-CAT-SUB) TO WS-PRT-LINE (4:30).
           MOVE 34 TO WS-PRT-POS.
           MOVE ZERO TO WS-ROW-TOTAL.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-DIM-CODE-COUNT (WS-DIM-SUB)
               PERFORM 4300-WRITE-CELL THRU 4300-EXIT
           END-PERFORM.
           MOVE WS-COL-DS TO WS-COL-SUB.
           PERFORM 4300-WRITE-CELL THRU 4300-EXIT.
           MOVE WS-COL-OFF-MASTER TO WS-COL-SUB.
           PERFORM 4300-WRITE-CELL THRU 4300-EXIT.
           MOVE WS-COL-NO-RECORD TO WS-COL-SUB.
           PERFORM 4300-WRITE-CELL THRU 4300-EXIT.
           MOVE WS-ROW-TOTAL TO WS-PRT-COUNT.
           MOVE WS-PRT-COUNT TO WS-PRT-LINE (WS-PRT-POS:5).
           MOVE WS-PRT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       4200-EXIT.
           EXIT.

       4300-WRITE-CELL.
           MOVE WS-CAT-CELL (WS-CAT-SUB, WS-DIM-SUB, WS-COL-SUB)
               TO WS-PRT-COUNT.
           ADD WS-CAT-CELL (WS-CAT-SUB, WS-DIM-SUB, WS-COL-SUB)
               TO WS-ROW-TOTAL.
           MOVE WS-PRT-COUNT TO WS-PRT-LINE (WS-PRT-POS:5).
           ADD 6 TO WS-PRT-POS.
       4300-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           IF ARC-OPEN
               CLOSE ARCHIVE-FILE
           END-IF.
           IF DEM-OPEN
               CLOSE DEMO-FILE
           END-IF.
           CLOSE REPORT-FILE.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "SNAPSHOT " WS-SNAP-DATE
                  " ACTIVE " WS-ACTIVE-COUNT
                  " UNMAPPED " WS-UNMAPPED-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-UNMAPPED-COUNT > ZERO
               DISPLAY WS-UNMAPPED-COUNT " ACTIVE EMPLOYEES HAVE NO "
                       "JOB CATEGORY - EXTEND JOBCAT.DAT"
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "ACTIVE AT SNAPSHOT : " WS-ACTIVE-COUNT.
           DISPLAY "JOB CATEGORIES     : " WS-CAT-COUNT.
       9999-EXIT.
           EXIT.
