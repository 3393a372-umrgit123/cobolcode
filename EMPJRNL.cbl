      *   JRN-PROGRAM X(08) - CALLING PROGRAM NAME
      *   JRN-ACTION  X(01) - W WRITE / R REWRITE / D DELETE
      *   JRN-EMPID   9(05) - RECORD KEY
      *   JRN-IMAGE   X(200) - THE AFTER IMAGE (SPACES FOR DELETE)
      *
      * LIKE LOGMSG, JOURNALING MUST NEVER TAKE A STEP DOWN - ON
      * ANY FILE TROUBLE IT GIVES UP QUIETLY. THE INTEGRITY OF THE
       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE
       RECORD 243.
       01 JOURNAL-REC.
          05 JNL-TIMESTAMP     PIC X(21).
          05 FILLER            PIC X(02).
          05 FILLER            PIC X(02).
          05 JNL-EMPID         PIC 9(05).
          05 FILLER            PIC X(02).
          05 JNL-IMAGE         PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-JRN-FILE-STATUS   PIC X(02) VALUE "00".
          05 JRN-PROGRAM       PIC X(08).
          05 JRN-ACTION        PIC X(01).
          05 JRN-EMPID         PIC 9(05).
          05 JRN-IMAGE         PIC X(200).

       PROCEDURE DIVISION USING JRN-PARM.
       MAINLINE.
