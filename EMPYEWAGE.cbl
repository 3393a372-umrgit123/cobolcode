       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPYEWAGE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * YEAR-END ELECTRONIC WAGE FILING.
      *
      * EMPYEARST PRINTS THE STATEMENTS FOR EMPLOYEES AND AUDITORS;
      * THE TAX AUTHORITY WANTS THE SAME YEAR ELECTRONICALLY. THIS
      * RUN BUILDS THE FIXED-FORMAT FILING FROM THE YEAR-TO-DATE
      * ACCUMULATORS (EMPYTD) AND THE ADDRESS FILE (EMPADDR):
      *   RA  SUBMITTER - ID, NAME, CONTACT, TAX YEAR, BUILD DATE
      *   RE  EMPLOYER  - TAX YEAR, EMPLOYER ID, NAME AND ADDRESS
      *   RW  ONE WAGE RECORD PER EMPLOYEE - EMPID, NAME, ADDRESS,
      *       GROSS WAGES, TAX WITHHELD, PENSION
      *   RT  TOTALS    - WAGE RECORD COUNT, GROSS, TAX, PENSION
      * THE SUBMITTER AND EMPLOYER DETAILS COME FROM EMPYEWAGE.PRM.
      *
      * AN EMPLOYEE WITH NO ADDRESS RECORD, A BLANK STREET OR CITY,
      * OR A STATE/ZIP THAT FAILS THE COMMON ADRVAL CHECK IS LEFT
      * OFF THE FILING AND LISTED ON EMPYEWAGE.ERR WITH THE REASON
      * (RC 4) FOR THE ADDRESS TO BE CORRECTED THROUGH EMPADDRM.
      *
      * BEFORE RELEASE THE FILING IS PROVED AGAINST THE EMPYEARST
      * TOTALS FOR THE SAME YEAR (EMPYEARST.CTL): FILED PLUS
      * REJECTED MUST EQUAL THE STATEMENT COUNT, GROSS, TAX AND
      * PENSION. A PROVED FILING IS WRITTEN TO EMPYEWAGE.DAT FOR
      * RELEASE; ONE THAT DOES NOT PROVE - OR HAS NO SUBMITTER OR
      * EMPLOYER ID - IS WRITTEN TO EMPYEWAGE.HLD INSTEAD, RC 8.
      *
      * THE YEAR IS THE FIRST ARGUMENT; WITH NONE, THE YEAR BEFORE
      * THE BUSINESS DATE, AS FOR EMPYEARST.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT YTD-FILE ASSIGN "EMPYTD"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-YTD-FILE-STATUS
                       RECORD KEY YTD-KEY.
        SELECT ADDR-FILE ASSIGN "EMPADDR"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ADR-FILE-STATUS
                       RECORD KEY ADR-EMPID.
        SELECT CTL-FILE ASSIGN "EMPYEARST.CTL"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CTL-FILE-STATUS.
        SELECT PARAM-FILE ASSIGN "EMPYEWAGE.PRM"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PRM-FILE-STATUS.
        SELECT FILING-FILE ASSIGN TO DYNAMIC WS-FILING-NAME
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-FIL-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPYEWAGE.ERR"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ERR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD YTD-FILE
       RECORD 100.
       01 YTD-REC.
          05 YTD-KEY.
             10 YTD-YEAR       PIC 9(04).
             10 YTD-EMPID      PIC 9(05).
          05 YTD-NAME          PIC X(20).
          05 YTD-DEPT          PIC 9(03).
          05 YTD-GROSS         PIC 9(09)V99.
          05 YTD-TAX           PIC 9(09)V99.
          05 YTD-PENSION       PIC 9(09)V99.
          05 YTD-HEALTH        PIC 9(09)V99.
          05 YTD-VOLDED        PIC 9(09)V99.
          05 YTD-NET           PIC 9(09)V99.
          05 YTD-MONTHS        PIC 9(02).

       FD ADDR-FILE
       RECORD 150.
       01 ADRREC.
          05 ADR-EMPID         PIC 9(05).
          05 ADR-ADDRESS1      PIC X(30).
          05 ADR-ADDRESS2      PIC X(30).
          05 ADR-CITY          PIC X(20).
          05 ADR-STATE         PIC X(02).
          05 ADR-ZIP           PIC X(10).
          05 ADR-PHONE         PIC X(15).
          05 ADR-EMERG-NAME    PIC X(20).
          05 ADR-EMERG-PHONE   PIC X(15).
          05 FILLER            PIC X(03).

      * THE YEAR TOTALS EMPYEARST LEFT FOR THE LAST YEAR IT STATED.
       FD CTL-FILE
       RECORD 60.
       01 CTL-REC.
          05 CTL-YEAR          PIC 9(04).
          05 CTL-COUNT         PIC 9(05).
          05 CTL-GROSS         PIC 9(11)V99.
          05 CTL-TAX           PIC 9(11)V99.
          05 CTL-PENSION       PIC 9(11)V99.
          05 CTL-RUN-DATE      PIC 9(08).
          05 FILLER            PIC X(04).

       FD PARAM-FILE
       RECORD 200.
       01 PARAM-REC.
          05 PRM-SUBMITTER-ID  PIC X(12).
          05 PRM-SUBMITTER-NAME PIC X(30).
          05 PRM-CONTACT-NAME  PIC X(20).
          05 PRM-CONTACT-PHONE PIC X(15).
          05 PRM-EMPLOYER-ID   PIC X(12).
          05 PRM-EMPLOYER-NAME PIC X(30).
          05 PRM-EMPLOYER-ADDR PIC X(30).
          05 PRM-EMPLOYER-CITY PIC X(20).
          05 PRM-EMPLOYER-STATE PIC X(02).
          05 PRM-EMPLOYER-ZIP  PIC X(10).
          05 FILLER            PIC X(19).

       FD FILING-FILE
       RECORD 200.
       01 FILING-REC.
          05 WF-RECORD-TYPE    PIC X(02).
          05 WF-EMPID          PIC 9(05).
          05 WF-NAME           PIC X(20).
          05 WF-ADDRESS1       PIC X(30).
          05 WF-ADDRESS2       PIC X(30).
          05 WF-CITY           PIC X(20).
          05 WF-STATE          PIC X(02).
          05 WF-ZIP            PIC X(10).
          05 WF-GROSS          PIC 9(09)V99.
          05 WF-TAX            PIC 9(09)V99.
          05 WF-PENSION        PIC 9(09)V99.
          05 FILLER            PIC X(48).
       01 FILING-SUBMITTER REDEFINES FILING-REC.
          05 FILLER            PIC X(02).
          05 WF-RA-ID          PIC X(12).
          05 WF-RA-NAME        PIC X(30).
          05 WF-RA-CONTACT     PIC X(20).
          05 WF-RA-PHONE       PIC X(15).
          05 WF-RA-YEAR        PIC 9(04).
          05 WF-RA-DATE        PIC 9(08).
          05 FILLER            PIC X(109).
       01 FILING-EMPLOYER REDEFINES FILING-REC.
          05 FILLER            PIC X(02).
          05 WF-RE-YEAR        PIC 9(04).
          05 WF-RE-ID          PIC X(12).
          05 WF-RE-NAME        PIC X(30).
          05 WF-RE-ADDRESS     PIC X(30).
          05 WF-RE-CITY        PIC X(20).
          05 WF-RE-STATE       PIC X(02).
          05 WF-RE-ZIP         PIC X(10).
          05 FILLER            PIC X(90).
       01 FILING-TOTALS REDEFINES FILING-REC.
          05 FILLER            PIC X(02).
          05 WF-RT-COUNT       PIC 9(07).
          05 WF-RT-GROSS       PIC 9(11)V99.
          05 WF-RT-TAX         PIC 9(11)V99.
          05 WF-RT-PENSION     PIC 9(11)V99.
          05 FILLER            PIC X(152).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-EMPID         PIC 9(05).
          05 FILLER            PIC X(02).
          05 ERR-NAME          PIC X(20).
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(35).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-YTD-FILE-STATUS    PIC X(02) VALUE "00".
             88 YTD-STATUS-OK      VALUE "00".
             88 YTD-FILE-NOT-FOUND VALUE "35".
          05 WS-YTD-FILE-END       PIC X(01) VALUE "N".
             88 YTD-FILE-END       VALUE "Y".
          05 WS-ADR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ADR-STATUS-OK      VALUE "00".
             88 ADR-FILE-NOT-FOUND VALUE "35".
          05 WS-CTL-FILE-STATUS    PIC X(02) VALUE "00".
             88 CTL-STATUS-OK      VALUE "00".
          05 WS-PRM-FILE-STATUS    PIC X(02) VALUE "00".
             88 PRM-STATUS-OK      VALUE "00".
          05 WS-FIL-FILE-STATUS    PIC X(02) VALUE "00".
             88 FIL-STATUS-OK      VALUE "00".
          05 WS-ERR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERR-STATUS-OK      VALUE "00".
          05 WS-CTL-FOUND          PIC X(01) VALUE "N".
             88 CTL-FOUND          VALUE "Y".
          05 WS-PROVED             PIC X(01) VALUE "Y".
             88 FILING-PROVED      VALUE "Y".

       01 WS-FILE-YEAR             PIC 9(04) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
          05 WS-BUS-YEAR           PIC 9(04).
          05 WS-BUS-MONTH          PIC 9(02).
          05 WS-BUS-DAY            PIC 9(02).
       01 WS-FILING-NAME           PIC X(16) VALUE "EMPYEWAGE.DAT".
       01 WS-REASON                PIC X(35) VALUE SPACES.

       01 WS-COUNTS.
          05 WS-FILED-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-WRITTEN-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-PROOF-COUNT        PIC 9(05) VALUE ZERO.

       01 WS-TOTALS.
          05 WS-FILED-GROSS        PIC 9(11)V99 VALUE ZERO.
          05 WS-FILED-TAX          PIC 9(11)V99 VALUE ZERO.
          05 WS-FILED-PENSION      PIC 9(11)V99 VALUE ZERO.
          05 WS-REJECT-GROSS       PIC 9(11)V99 VALUE ZERO.
          05 WS-REJECT-TAX         PIC 9(11)V99 VALUE ZERO.
          05 WS-REJECT-PENSION     PIC 9(11)V99 VALUE ZERO.
          05 WS-WRITTEN-GROSS      PIC 9(11)V99 VALUE ZERO.
          05 WS-WRITTEN-TAX        PIC 9(11)V99 VALUE ZERO.
          05 WS-WRITTEN-PENSION    PIC 9(11)V99 VALUE ZERO.
          05 WS-PROOF-GROSS        PIC 9(11)V99 VALUE ZERO.
          05 WS-PROOF-TAX          PIC 9(11)V99 VALUE ZERO.
          05 WS-PROOF-PENSION      PIC 9(11)V99 VALUE ZERO.

       01 AV-PARM.
          05 AV-STATE              PIC X(02).
          05 AV-ZIP                PIC X(10).
          05 AV-RESULT             PIC X(01).
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPYEWAG".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-CHECK-EMPLOYEES THRU 2000-EXIT.
           PERFORM 3000-PROVE-TOTALS THRU 3000-EXIT.
           PERFORM 4000-WRITE-FILING THRU 4000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-FILE-YEAR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-FILE-YEAR
           END-ACCEPT.
           IF WS-FILE-YEAR = ZERO
               COMPUTE WS-FILE-YEAR = WS-BUS-YEAR - 1
           END-IF.
           DISPLAY "ELECTRONIC WAGE FILING FOR YEAR " WS-FILE-YEAR.

           OPEN INPUT YTD-FILE.
           IF YTD-FILE-NOT-FOUND
               DISPLAY "NO YTD ACCUMULATOR FILE EXISTS YET - "
                       "RUN EMPPAYRUN FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT YTD-STATUS-OK
               DISPLAY "ERROR OPENING YTD-FILE"
               DISPLAY "FILE STATUS : " WS-YTD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * NO ADDRESS FILE AT ALL REJECTS EVERY EMPLOYEE - THE FILING
      * CANNOT GO WITHOUT ADDRESSES.
           OPEN INPUT ADDR-FILE.
           IF NOT ADR-FILE-NOT-FOUND
               IF NOT ADR-STATUS-OK
                   DISPLAY "ERROR OPENING ADDR-FILE"
                   DISPLAY "FILE STATUS : " WS-ADR-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN OUTPUT ERROR-FILE.
           IF NOT ERR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
               DISPLAY "FILE STATUS : " WS-ERR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO PARAM-REC.
           OPEN INPUT PARAM-FILE.
           IF PRM-STATUS-OK
               READ PARAM-FILE
                   AT END
                       MOVE SPACES TO PARAM-REC
               END-READ
               CLOSE PARAM-FILE
           ELSE
               DISPLAY "NO EMPYEWAGE.PRM - SUBMITTER AND EMPLOYER "
                       "DETAILS MISSING"
           END-IF.
       1000-EXIT.
           EXIT.

      * FIRST PASS: EVERY EMPLOYEE FOR THE YEAR IS EITHER FILED OR
      * REJECTED; THE REJECTS ARE LISTED NOW.
       2000-CHECK-EMPLOYEES.
           PERFORM 2100-START-YTD THRU 2100-EXIT.
           PERFORM UNTIL YTD-FILE-END
               READ YTD-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-YTD-FILE-END
                   NOT AT END
                       IF YTD-YEAR NOT = WS-FILE-YEAR
                           MOVE "Y" TO WS-YTD-FILE-END
                       ELSE
                           PERFORM 2200-CHECK-ADDRESS THRU 2200-EXIT
                           PERFORM 2300-TALLY-EMPLOYEE THRU 2300-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-START-YTD.
           MOVE "N" TO WS-YTD-FILE-END.
           MOVE WS-FILE-YEAR TO YTD-YEAR.
           MOVE ZERO TO YTD-EMPID.
           START YTD-FILE KEY >= YTD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-YTD-FILE-END
           END-START.
       2100-EXIT.
           EXIT.

      * A FILEABLE ADDRESS: ON FILE, STREET AND CITY PRESENT, AND
      * A STATE AND ZIP THAT PASS ADRVAL. WS-REASON STAYS SPACES
      * WHEN THE EMPLOYEE CAN BE FILED.
       2200-CHECK-ADDRESS.
           MOVE SPACES TO WS-REASON.
           IF ADR-FILE-NOT-FOUND
               MOVE "NO ADDRESS ON FILE" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE YTD-EMPID TO ADR-EMPID.
           READ ADDR-FILE
               INVALID KEY
                   MOVE "NO ADDRESS ON FILE" TO WS-REASON
                   GO TO 2200-EXIT
           END-READ.
           IF ADR-ADDRESS1 = SPACES OR ADR-CITY = SPACES
               MOVE "ADDRESS INCOMPLETE - STREET OR CITY"
                   TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE ADR-STATE TO AV-STATE.
           MOVE ADR-ZIP TO AV-ZIP.
           CALL "ADRVAL" USING AV-PARM.
           EVALUATE AV-RESULT
               WHEN "Y"
                   CONTINUE
               WHEN "S"
                   MOVE "STATE CODE NOT ON STATE TABLE"
                       TO WS-REASON
               WHEN "Z"
                   MOVE "ZIP NOT NNNNN OR NNNNN-NNNN"
                       TO WS-REASON
               WHEN "R"
                   MOVE "ZIP OUTSIDE STATE'S RANGE" TO WS-REASON
               WHEN OTHER
                   MOVE "FAILED POSTAL VALIDATION" TO WS-REASON
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       2300-TALLY-EMPLOYEE.
           IF WS-REASON = SPACES
               ADD 1 TO WS-FILED-COUNT
               ADD YTD-GROSS TO WS-FILED-GROSS
               ADD YTD-TAX TO WS-FILED-TAX
               ADD YTD-PENSION TO WS-FILED-PENSION
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-REJECT-COUNT.
           ADD YTD-GROSS TO WS-REJECT-GROSS.
           ADD YTD-TAX TO WS-REJECT-TAX.
           ADD YTD-PENSION TO WS-REJECT-PENSION.
           MOVE SPACES TO ERROR-LINE.
           MOVE YTD-EMPID TO ERR-EMPID.
           MOVE YTD-NAME TO ERR-NAME.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
       2300-EXIT.
           EXIT.

      * FILED PLUS REJECTED MUST BE EXACTLY WHAT EMPYEARST STATED
      * FOR THE SAME YEAR.
       3000-PROVE-TOTALS.
           OPEN INPUT CTL-FILE.
           IF CTL-STATUS-OK
               READ CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-YEAR = WS-FILE-YEAR
                           MOVE "Y" TO WS-CTL-FOUND
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF.
           IF NOT CTL-FOUND
               DISPLAY "NO EMPYEARST TOTALS FOR " WS-FILE-YEAR
                       " - RUN EMPYEARST FOR THE YEAR FIRST"
               MOVE "N" TO WS-PROVED
               GO TO 3000-CHECK-IDS
           END-IF.

           COMPUTE WS-PROOF-COUNT = WS-FILED-COUNT + WS-REJECT-COUNT.
           COMPUTE WS-PROOF-GROSS = WS-FILED-GROSS + WS-REJECT-GROSS.
           COMPUTE WS-PROOF-TAX = WS-FILED-TAX + WS-REJECT-TAX.
           COMPUTE WS-PROOF-PENSION =
               WS-FILED-PENSION + WS-REJECT-PENSION.
           IF WS-PROOF-COUNT NOT = CTL-COUNT
                   OR WS-PROOF-GROSS NOT = CTL-GROSS
                   OR WS-PROOF-TAX NOT = CTL-TAX
                   OR WS-PROOF-PENSION NOT = CTL-PENSION
               MOVE "N" TO WS-PROVED
               DISPLAY "FILING DOES NOT PROVE TO EMPYEARST TOTALS"
               DISPLAY "              FILING+REJECTS   EMPYEARST"
               DISPLAY "EMPLOYEES   : " WS-PROOF-COUNT "  " CTL-COUNT
               DISPLAY "GROSS       : " WS-PROOF-GROSS "  " CTL-GROSS
               DISPLAY "TAX         : " WS-PROOF-TAX "  " CTL-TAX
               DISPLAY "PENSION     : " WS-PROOF-PENSION "  "
                       CTL-PENSION
           END-IF.

       3000-CHECK-IDS.
           IF PRM-SUBMITTER-ID = SPACES OR PRM-EMPLOYER-ID = SPACES
               DISPLAY "SUBMITTER OR EMPLOYER ID MISSING FROM "
                       "EMPYEWAGE.PRM"
               MOVE "N" TO WS-PROVED
           END-IF.
           IF FILING-PROVED
               MOVE "EMPYEWAGE.DAT" TO WS-FILING-NAME
           ELSE
               MOVE "EMPYEWAGE.HLD" TO WS-FILING-NAME
           END-IF.
       3000-EXIT.
           EXIT.

      * SECOND PASS: THE FILING ITSELF, THE SAME EMPLOYEES THE FIRST
      * PASS PASSED.
       4000-WRITE-FILING.
           OPEN OUTPUT FILING-FILE.
           IF NOT FIL-STATUS-OK
               DISPLAY "ERROR OPENING FILING-FILE " WS-FILING-NAME
               DISPLAY "FILE STATUS : " WS-FIL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO FILING-REC.
           MOVE "RA" TO WF-RECORD-TYPE.
           MOVE PRM-SUBMITTER-ID TO WF-RA-ID.
           MOVE PRM-SUBMITTER-NAME TO WF-RA-NAME.
           MOVE PRM-CONTACT-NAME TO WF-RA-CONTACT.
           MOVE PRM-CONTACT-PHONE TO WF-RA-PHONE.
           MOVE WS-FILE-YEAR TO WF-RA-YEAR.
           MOVE WS-BUSINESS-DATE TO WF-RA-DATE.
           WRITE FILING-REC.

           MOVE SPACES TO FILING-REC.
           MOVE "RE" TO WF-RECORD-TYPE.
           MOVE WS-FILE-YEAR TO WF-RE-YEAR.
           MOVE PRM-EMPLOYER-ID TO WF-RE-ID.
           MOVE PRM-EMPLOYER-NAME TO WF-RE-NAME.
           MOVE PRM-EMPLOYER-ADDR TO WF-RE-ADDRESS.
           MOVE PRM-EMPLOYER-CITY TO WF-RE-CITY.
           MOVE PRM-EMPLOYER-STATE TO WF-RE-STATE.
           MOVE PRM-EMPLOYER-ZIP TO WF-RE-ZIP.
           WRITE FILING-REC.

           PERFORM 2100-START-YTD THRU 2100-EXIT.
           PERFORM UNTIL YTD-FILE-END
               READ YTD-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-YTD-FILE-END
                   NOT AT END
                       IF YTD-YEAR NOT = WS-FILE-YEAR
                           MOVE "Y" TO WS-YTD-FILE-END
                       ELSE
                           PERFORM 2200-CHECK-ADDRESS THRU 2200-EXIT
                           IF WS-REASON = SPACES
                               PERFORM 4100-WRITE-WAGE-RECORD
                                   THRU 4100-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO FILING-REC.
           MOVE "RT" TO WF-RECORD-TYPE.
           MOVE WS-WRITTEN-COUNT TO WF-RT-COUNT.
           MOVE WS-WRITTEN-GROSS TO WF-RT-GROSS.
           MOVE WS-WRITTEN-TAX TO WF-RT-TAX.
           MOVE WS-WRITTEN-PENSION TO WF-RT-PENSION.
           WRITE FILING-REC.
           CLOSE FILING-FILE.

      * THE FILE AS WRITTEN MUST CARRY EXACTLY WHAT THE FIRST PASS
      * ACCEPTED - AN ADDRESS CHANGED MID-RUN WOULD SHOW HERE.
           IF WS-WRITTEN-COUNT NOT = WS-FILED-COUNT
                   OR WS-WRITTEN-GROSS NOT = WS-FILED-GROSS
                   OR WS-WRITTEN-TAX NOT = WS-FILED-TAX
                   OR WS-WRITTEN-PENSION NOT = WS-FILED-PENSION
               DISPLAY "FILING TOTALS CHANGED DURING THE RUN - "
                       "RERUN BEFORE RELEASE"
               MOVE "N" TO WS-PROVED
           END-IF.
       4000-EXIT.
           EXIT.

       4100-WRITE-WAGE-RECORD.
           MOVE SPACES TO FILING-REC.
           MOVE "RW" TO WF-RECORD-TYPE.
           MOVE YTD-EMPID TO WF-EMPID.
           MOVE YTD-NAME TO WF-NAME.
           MOVE ADR-ADDRESS1 TO WF-ADDRESS1.
           MOVE ADR-ADDRESS2 TO WF-ADDRESS2.
           MOVE ADR-CITY TO WF-CITY.
           MOVE ADR-STATE TO WF-STATE.
           MOVE ADR-ZIP TO WF-ZIP.
           MOVE YTD-GROSS TO WF-GROSS.
           MOVE YTD-TAX TO WF-TAX.
           MOVE YTD-PENSION TO WF-PENSION.
           WRITE FILING-REC.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD YTD-GROSS TO WS-WRITTEN-GROSS.
           ADD YTD-TAX TO WS-WRITTEN-TAX.
           ADD YTD-PENSION TO WS-WRITTEN-PENSION.
       4100-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE YTD-FILE.
           IF NOT ADR-FILE-NOT-FOUND
               CLOSE ADDR-FILE
           END-IF.
           CLOSE ERROR-FILE.

           MOVE SPACES TO LOG-TEXT.
           IF FILING-PROVED
               MOVE "I" TO LOG-SEVERITY
               STRING "WAGE FILING " WS-FILE-YEAR " PROVED, FILED "
                      WS-WRITTEN-COUNT " REJECTED " WS-REJECT-COUNT
                   DELIMITED BY SIZE INTO LOG-TEXT
           ELSE
               MOVE "E" TO LOG-SEVERITY
               STRING "WAGE FILING " WS-FILE-YEAR
                      " NOT PROVED - HELD AS EMPYEWAGE.HLD"
                   DELIMITED BY SIZE INTO LOG-TEXT
           END-IF.
           CALL "LOGMSG" USING LOG-PARM.
           IF NOT FILING-PROVED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "FILING FILE        : " WS-FILING-NAME.
           DISPLAY "WAGE RECORDS FILED : " WS-WRITTEN-COUNT.
           DISPLAY "REJECTED (ADDRESS) : " WS-REJECT-COUNT.
           DISPLAY "GROSS FILED        : " WS-WRITTEN-GROSS.
           DISPLAY "TAX FILED          : " WS-WRITTEN-TAX.
           DISPLAY "PENSION FILED      : " WS-WRITTEN-PENSION.
       9999-EXIT.
           EXIT.
