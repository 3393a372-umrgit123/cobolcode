       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCONV.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * ONE-TIME EMPREC CONVERSION - 90-BYTE TO VERSIONED LAYOUT.
      *
      * EMPREC HAD NO ROOM LEFT: BYTE 84 WENT TO THE FINAL-PAY FLAG
      * AND ONLY SIX BYTES OF FILLER REMAINED. THE RECORD IS NOW
      * VARIABLE, 90 TO 200 BYTES:
      *   BYTES   1-84   UNCHANGED
      *   BYTE      85   EMP-REC-VERSION - SPACE ON AN OLD RECORD,
      *                  "2" ON A CONVERTED OR NEWLY WRITTEN ONE
      *   BYTES  86-90   FILLER
      *   BYTES 91-200   EMP-EXTENSION, SPACES UNTIL NEW FIELDS ARE
      *                  CARVED OUT OF IT
      * EVERY PROGRAM THAT OPENS EMPFIL DECLARES THE NEW LAYOUT AND
      * READS EITHER VERSION, SO THE SUITE KEEPS RUNNING BEFORE AND
      * AFTER THIS CONVERSION. ANY FIELD ADDED TO THE EXTENSION IS
      * TRUSTED ONLY WHEN EMP-REC-V2 IS TRUE.
      *
      * THE RUN FOLLOWS EMPREORG'S UNLOAD AND RELOAD, WITH ONE MORE
      * CONTROL: EMPUNLOAD MUST BE RUN IMMEDIATELY BEFORE, AND THE
      * UNLOAD HERE MUST BALANCE - RECORD COUNT AND SALARY TOTAL -
      * TO THE TRAILER OF THAT EMPBACKUP.DAT. A FILE THAT HAS MOVED
      * SINCE THE BACKUP IS NOT CONVERTED. THE CONVERTED IMAGES ARE
      * WRITTEN TO EMPCONV.WRK, PROVED AGAINST THE SAME FIGURES,
      * AND ONLY THEN IS EMPFIL REBUILT, EVERY RECORD AS VERSION 2;
      * THE RELOAD IS BALANCED A THIRD TIME. ON ANY FAILURE AFTER
      * EMPFIL IS OPENED FOR OUTPUT, RECOVER WITH EMPRELOAD FROM
      * THE BACKUP. THE WORK FILE IS KEPT AFTER THE RUN.
      *
      * A FILE WITH NO VERSION 1 RECORDS LEFT IS REPORTED AS
      * ALREADY CONVERTED AND LEFT ALONE. TAKE A FRESH EMPUNLOAD
      * AFTER A SUCCESSFUL CONVERSION.
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
        SELECT BACKUP-FILE ASSIGN "EMPBACKUP.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-BKP-FILE-STATUS.
        SELECT WORK-FILE ASSIGN "EMPCONV.WRK"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-WRK-FILE-STATUS.
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

       FD BACKUP-FILE
       RECORD 201.
       01 BACKUP-REC.
          05 BKP-REC-TYPE      PIC X(01).
             88 BKP-HEADER-REC  VALUE "H".
             88 BKP-TRAILER-REC VALUE "T".
          05 BKP-DATA          PIC X(200).
       01 BACKUP-HEADER REDEFINES BACKUP-REC.
          05 FILLER            PIC X(01).
          05 BKP-HDR-TIMESTAMP PIC X(14).
          05 FILLER            PIC X(186).
       01 BACKUP-TRAILER REDEFINES BACKUP-REC.
          05 FILLER            PIC X(01).
          05 BKP-TRL-COUNT     PIC 9(05).
          05 BKP-TRL-TOTAL     PIC 9(09)V99.
          05 FILLER            PIC X(184).

       FD WORK-FILE
       RECORD 200.
       01 WORK-REC.
          05 WRK-EMPID         PIC 9(05).
          05 FILLER            PIC X(23).
          05 WRK-EMPSALARY     PIC 9(06)V99.
          05 FILLER            PIC X(164).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS  PIC X(02) VALUE "00".
             88 EMP-STATUS-OK    VALUE "00".
          05 WS-EMP-FILE-END     PIC X(01) VALUE "N".
             88 EMP-FILE-END     VALUE "Y".
          05 WS-BKP-FILE-STATUS  PIC X(02) VALUE "00".
             88 BKP-STATUS-OK    VALUE "00".
          05 WS-BKP-FILE-END     PIC X(01) VALUE "N".
             88 BKP-FILE-END     VALUE "Y".
          05 WS-WRK-FILE-STATUS  PIC X(02) VALUE "00".
             88 WRK-STATUS-OK    VALUE "00".
          05 WS-WRK-FILE-END     PIC X(01) VALUE "N".
             88 WRK-FILE-END     VALUE "Y".
          05 WS-HEADER-SEEN      PIC X(01) VALUE "N".
             88 HEADER-SEEN      VALUE "Y".
          05 WS-TRAILER-SEEN     PIC X(01) VALUE "N".
             88 TRAILER-SEEN     VALUE "Y".

      * THE FIGURES EVERY PASS MUST BALANCE TO, FROM THE TRAILER OF
      * THE EMPUNLOAD BACKUP.
       01 WS-BKP-TIMESTAMP     PIC X(14) VALUE SPACES.
       01 WS-TRAILER-COUNT     PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-TOTAL     PIC 9(09)V99 VALUE ZERO.

       01 WS-COUNTS.
          05 WS-UNLOAD-COUNT   PIC 9(05) VALUE ZERO.
          05 WS-V1-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-V2-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-CHECK-COUNT    PIC 9(05) VALUE ZERO.
          05 WS-RELOAD-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-UNLOAD-TOTAL      PIC 9(09)V99 VALUE ZERO.
       01 WS-CHECK-TOTAL       PIC 9(09)V99 VALUE ZERO.
       01 WS-RELOAD-TOTAL      PIC 9(09)V99 VALUE ZERO.

       01 LOG-PARM.
          05 LOG-PROGRAM       PIC X(08) VALUE "EMPCONV".
          05 LOG-SEVERITY      PIC X(01).
          05 LOG-TEXT          PIC X(60).

       01 ENQ-PARM.
          05 ENQ-REQUEST       PIC X(01).
          05 ENQ-NAME          PIC X(08).
          05 ENQ-PROGRAM       PIC X(08).
          05 ENQ-RESULT        PIC X(01).
          05 ENQ-HOLDER        PIC X(08).
       01 WS-EMPFIL-LOCK-OURS  PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 0500-TAKE-LOCK THRU 0500-EXIT.
           PERFORM 1000-READ-BACKUP-CONTROLS THRU 1000-EXIT.
           PERFORM 2000-UNLOAD-AND-CONVERT THRU 2000-EXIT.
           IF WS-V1-COUNT = ZERO
               DISPLAY "EMPCONV: EMPFILE ALREADY CONVERTED - "
                       WS-V2-COUNT " VERSION 2 RECORDS"
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM 3000-PREVALIDATE-WORK THRU 3000-EXIT.
           PERFORM 4000-RELOAD THRU 4000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

      * A BATCH WRITER TAKES THE SUITE LOCK FIRST, AS EMPRELOAD
      * DOES - NOTHING MAY UPDATE EMPFIL BETWEEN THE UNLOAD AND THE
      * RELOAD.
       0500-TAKE-LOCK.
           MOVE "E" TO ENQ-REQUEST.
           MOVE "EMPFIL" TO ENQ-NAME.
           MOVE "EMPCONV" TO ENQ-PROGRAM.
           CALL "ENQSRV" USING ENQ-PARM.
           IF ENQ-RESULT = "H" AND ENQ-HOLDER NOT = "EMPBATCH"
               DISPLAY "EMPFIL IS LOCKED BY " ENQ-HOLDER
                       " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ENQ-RESULT = "Y"
               MOVE "Y" TO WS-EMPFIL-LOCK-OURS
           END-IF.
       0500-EXIT.
           EXIT.

      * THE BACKUP MUST BE WHOLE - HEADER AND TRAILER - OR THERE IS
      * NOTHING TO BALANCE TO, AND NOTHING TO RECOVER FROM.
       1000-READ-BACKUP-CONTROLS.
           OPEN INPUT BACKUP-FILE.
           IF NOT BKP-STATUS-OK
               DISPLAY "NO EMPBACKUP.DAT - RUN EMPUNLOAD FIRST"
               DISPLAY "FILE STATUS : " WS-BKP-FILE-STATUS
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL BKP-FILE-END
               READ BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-BKP-FILE-END
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BKP-HEADER-REC
                               MOVE "Y" TO WS-HEADER-SEEN
                               MOVE BKP-HDR-TIMESTAMP
                                   TO WS-BKP-TIMESTAMP
                           WHEN BKP-TRAILER-REC
                               MOVE "Y" TO WS-TRAILER-SEEN
                               MOVE BKP-TRL-COUNT
                                   TO WS-TRAILER-COUNT
                               MOVE BKP-TRL-TOTAL
                                   TO WS-TRAILER-TOTAL
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE BACKUP-FILE.
           IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
               DISPLAY "EMPBACKUP.DAT IS INCOMPLETE - RUN EMPUNLOAD"
               DISPLAY "CONVERSION NOT STARTED"
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "EMPCONV: BALANCING TO BACKUP TAKEN "
                   WS-BKP-TIMESTAMP.
       1000-EXIT.
           EXIT.

      * THE UNLOAD CONVERTS AS IT GOES: A VERSION 1 RECORD HAS ITS
      * EXTENSION BLANKED AND ITS VERSION SET. A RECORD ALREADY AT
      * VERSION 2 IS COPIED AS IT STANDS.
       2000-UNLOAD-AND-CONVERT.
           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF NOT WRK-STATUS-OK
               DISPLAY "ERROR OPENING WORK-FILE"
               DISPLAY "FILE STATUS : " WS-WRK-FILE-STATUS
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL EMP-FILE-END
               READ EMPFILE NEXT
                   AT END
                       MOVE "Y" TO WS-EMP-FILE-END
                   NOT AT END
                       IF EMP-REC-V2
                           ADD 1 TO WS-V2-COUNT
                       ELSE
                           ADD 1 TO WS-V1-COUNT
                           MOVE SPACES TO EMP-EXTENSION
                           MOVE "2" TO EMP-REC-VERSION
                       END-IF
                       ADD 1 TO WS-UNLOAD-COUNT
                       ADD EMPSALARY TO WS-UNLOAD-TOTAL
                       MOVE EMPREC TO WORK-REC
                       WRITE WORK-REC
                       IF NOT WRK-STATUS-OK
                           DISPLAY "ERROR WRITING WORK-FILE"
                           DISPLAY "FILE STATUS : "
                                   WS-WRK-FILE-STATUS
                           PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPFILE.
           CLOSE WORK-FILE.

           IF WS-UNLOAD-COUNT NOT = WS-TRAILER-COUNT
                   OR WS-UNLOAD-TOTAL NOT = WS-TRAILER-TOTAL
               DISPLAY "EMPFILE DOES NOT BALANCE TO EMPBACKUP.DAT"
               DISPLAY "BACKUP   : " WS-TRAILER-COUNT " / "
                       WS-TRAILER-TOTAL
               DISPLAY "UNLOADED : " WS-UNLOAD-COUNT " / "
                       WS-UNLOAD-TOTAL
               DISPLAY "RERUN EMPUNLOAD, THEN THE CONVERSION"
               DISPLAY "EMPFILE LEFT UNTOUCHED"
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       2000-EXIT.
           EXIT.

      * THE WORK FILE IS PROVED COMPLETE BEFORE THE LIVE FILE IS
      * TOUCHED.
       3000-PREVALIDATE-WORK.
           OPEN INPUT WORK-FILE.
           IF NOT WRK-STATUS-OK
               DISPLAY "ERROR REOPENING WORK-FILE"
               DISPLAY "FILE STATUS : " WS-WRK-FILE-STATUS
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WRK-FILE-END
               READ WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WRK-FILE-END
                   NOT AT END
                       ADD 1 TO WS-CHECK-COUNT
                       ADD WRK-EMPSALARY TO WS-CHECK-TOTAL
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           IF WS-CHECK-COUNT NOT = WS-TRAILER-COUNT
                   OR WS-CHECK-TOTAL NOT = WS-TRAILER-TOTAL
               DISPLAY "WORK FILE SHORT - EMPFILE LEFT UNTOUCHED"
               DISPLAY "BACKUP   : " WS-TRAILER-COUNT " / "
                       WS-TRAILER-TOTAL
               DISPLAY "ON WORK  : " WS-CHECK-COUNT " / "
                       WS-CHECK-TOTAL
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       3000-EXIT.
           EXIT.

      * THE REBUILD, IN EMPID ORDER AS UNLOADED. FROM HERE ON THE
      * RECOVERY IS EMPRELOAD FROM THE BACKUP.
       4000-RELOAD.
           MOVE "N" TO WS-WRK-FILE-END.
           OPEN INPUT WORK-FILE.
           IF NOT WRK-STATUS-OK
               DISPLAY "ERROR REOPENING WORK-FILE"
               DISPLAY "FILE STATUS : " WS-WRK-FILE-STATUS
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR REBUILDING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               DISPLAY "RECOVER WITH EMPRELOAD"
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WRK-FILE-END
               READ WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WRK-FILE-END
                   NOT AT END
                       MOVE WORK-REC TO EMPREC
                       WRITE EMPREC
                       IF EMP-STATUS-OK
                           ADD 1 TO WS-RELOAD-COUNT
                           ADD EMPSALARY TO WS-RELOAD-TOTAL
                       ELSE
                           DISPLAY "ERROR RELOADING EMPID: " EMPID
                           DISPLAY "FILE STATUS : "
                                   WS-EMP-FILE-STATUS
                           DISPLAY "RECOVER WITH EMPRELOAD"
                           PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE EMPFILE.

           IF WS-RELOAD-COUNT NOT = WS-TRAILER-COUNT
                   OR WS-RELOAD-TOTAL NOT = WS-TRAILER-TOTAL
               DISPLAY "RELOAD OUT OF BALANCE"
               DISPLAY "BACKUP   : " WS-TRAILER-COUNT " / "
                       WS-TRAILER-TOTAL
               DISPLAY "RELOADED : " WS-RELOAD-COUNT " / "
                       WS-RELOAD-TOTAL
               DISPLAY "RECOVER WITH EMPRELOAD"
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       4000-EXIT.
           EXIT.

       9999-CLEANUP.
           PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "EMPFILE CONVERTED, " WS-V1-COUNT " OF "
                  WS-RELOAD-COUNT " RECORDS TO VERSION 2"
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.

           DISPLAY "END OF PROCESSING".
           DISPLAY "RECORDS UNLOADED     : " WS-UNLOAD-COUNT.
           DISPLAY "CONVERTED FROM V1    : " WS-V1-COUNT.
           DISPLAY "ALREADY VERSION 2    : " WS-V2-COUNT.
           DISPLAY "RECORDS RELOADED     : " WS-RELOAD-COUNT.
           DISPLAY "SALARY TOTAL         : " WS-RELOAD-TOTAL.
           DISPLAY "CONVERSION BALANCED TO EMPUNLOAD TRAILER".
           DISPLAY "TAKE A FRESH EMPUNLOAD BACKUP NOW".
       9999-EXIT.
           EXIT.

      * EVERY EXIT PATH AFTER THE LOCK IS TAKEN COMES THROUGH HERE.
       9950-RELEASE-LOCKS.
           IF WS-EMPFIL-LOCK-OURS = "Y"
               MOVE "D" TO ENQ-REQUEST
               MOVE "EMPFIL" TO ENQ-NAME
               MOVE "EMPCONV" TO ENQ-PROGRAM
               CALL "ENQSRV" USING ENQ-PARM
               MOVE "N" TO WS-EMPFIL-LOCK-OURS
           END-IF.
       9950-EXIT.
           EXIT.
