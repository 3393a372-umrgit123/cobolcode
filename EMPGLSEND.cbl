      * FILE (EMPGLACK.PND). FINANCE RETURNS EMPGLACK.DAT WITH THE
      * TOTALS THEY LOADED; EMPGLCHK VERIFIES IT ON THE NEXT RUN
      * AND QUEUES REJECTED TRANSMISSIONS FOR RETRANSMIT.
      *
      * WITH "SUPP" AS THE FIRST ARGUMENT THE STEP INSTEAD WRAPS THE
      * SUPPLEMENTAL RUN'S POSTING FILE (EMPSUPGL.DAT) AS ITS OWN
      * TRANSMISSION (GSXYYYYMMDD.DAT, ID GSYYYYMMDD), ACKNOWLEDGED
      * THROUGH THE SAME PENDING FILE.
      *
      * WITH "LEAVE" AS THE FIRST ARGUMENT IT WRAPS THE MONTH-END
      * LEAVE LIABILITY JOURNAL (EMPLVLGL.DAT, FROM EMPLVVAL) THE
      * SAME WAY (GVXYYYYMMDD.DAT, ID GVYYYYMMDD).
      *
      * WITH "PROJ" AS THE FIRST ARGUMENT IT WRAPS THE MONTHLY
      * PROJECT RECHARGE JOURNAL (EMPPRJGL.DAT, FROM EMPPRJRPT)
      * (GPXYYYYMMDD.DAT, ID GPYYYYMMDD).
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT GLPOST-FILE ASSIGN TO DYNAMIC WS-GL-NAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-GL-FILE-STATUS.
        SELECT XMIT-FILE ASSIGN TO DYNAMIC WS-XMIT-NAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-XMT-FILE-STATUS.
          05 WS-PND-FILE-STATUS    PIC X(02) VALUE "00".
             88 PND-STATUS-OK      VALUE "00".
             88 PND-NOT-FOUND      VALUE "35".
          05 WS-RUN-MODE           PIC X(05) VALUE SPACES.
             88 SUPPLEMENTAL-MODE  VALUE "SUPP".
             88 LEAVE-MODE         VALUE "LEAVE".
             88 PROJECT-MODE       VALUE "PROJ".

       01 WS-GL-NAME               PIC X(16) VALUE "EMPGLPOST.DAT".
       01 WS-XMIT-NAME             PIC X(16) VALUE SPACES.
       01 WS-XMIT-ID               PIC X(10) VALUE SPACES.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-MODE
           END-ACCEPT.
           MOVE SPACES TO WS-XMIT-ID.
           MOVE SPACES TO WS-XMIT-NAME.
           EVALUATE TRUE
               WHEN SUPPLEMENTAL-MODE
                   MOVE "EMPSUPGL.DAT" TO WS-GL-NAME
                   STRING "GS" WS-BUSINESS-DATE
                       DELIMITED BY SIZE INTO WS-XMIT-ID
                   STRING "GSX" WS-BUSINESS-DATE ".DAT"
                       DELIMITED BY SIZE INTO WS-XMIT-NAME
               WHEN LEAVE-MODE
                   MOVE "EMPLVLGL.DAT" TO WS-GL-NAME
                   STRING "GV" WS-BUSINESS-DATE
                       DELIMITED BY SIZE INTO WS-XMIT-ID
                   STRING "GVX" WS-BUSINESS-DATE ".DAT"
                       DELIMITED BY SIZE INTO WS-XMIT-NAME
               WHEN PROJECT-MODE
                   MOVE "EMPPRJGL.DAT" TO WS-GL-NAME
                   STRING "GP" WS-BUSINESS-DATE
                       DELIMITED BY SIZE INTO WS-XMIT-ID
                   STRING "GPX" WS-BUSINESS-DATE ".DAT"
                       DELIMITED BY SIZE INTO WS-XMIT-NAME
               WHEN OTHER
                   STRING "GL" WS-BUSINESS-DATE
                       DELIMITED BY SIZE INTO WS-XMIT-ID
                   STRING "GLX" WS-BUSINESS-DATE ".DAT"
                       DELIMITED BY SIZE INTO WS-XMIT-NAME
           END-EVALUATE.

           OPEN INPUT GLPOST-FILE.
           IF NOT GL-STATUS-OK
