      *                the stream convention (KEY-COL leads ALL_DT).
      *                CAPMON_CUTOFF supplies the batch-window
      *                cutoff as YYYY-MM-DD-HH.MM.SS (defaults to
      *                the end of the business date, 23.59.59, from
      *                BIZDATE); CAPMON_WINDOW_START and
      *                CAPMON_WINDOW_END supply the agreed capture
      *                window hours 00-23 (default the whole day).
      * ---------------------------------------------------------
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-FILE
       FD  CAPM-RPT-FILE.
       01  CAPM-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-CAP-STATUS               PIC XX.
           88  WS-CAP-EOF               VALUE "10".
       01  WS-EXCP-STATUS              PIC XX.
       01  WS-WINDOW-END               PIC 9(2)    VALUE 23.

       01  WS-TODAY                    PIC 9(8).

      *  TIMESTAMP-TO-SECONDS WORK AREA.  A CAPTURE TIMESTAMP IS
      *  CONVERTED TO WHOLE SECONDS SINCE THE INTEGER-OF-DATE

       01  WS-HEADING-1                PIC X(60) VALUE
           "CAPTURE STREAM LATENCY / ORDERING / CONTINUITY MONITOR".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER      PIC X(34) VALUE "TABLE-NAME".
           05  FILLER      PIC X(12) VALUE "RECORDS".
               ON EXCEPTION
                   MOVE SPACES TO WS-CUTOFF-RAW
           END-ACCEPT
           PERFORM 1050-READ-BUSINESS-DATE
           IF WS-CUTOFF-RAW = SPACES
               MOVE WS-TODAY        TO WS-TS-YYYYMMDD
               MOVE 23              TO WS-TS-HH
               MOVE 59              TO WS-TS-MM
               MOVE 59              TO WS-TS-SS
           ELSE
               MOVE WS-CUTOFF-RAW(1:4)   TO WS-TS-YYYYMMDD(1:4)
               MOVE WS-CUTOFF-RAW(6:2)   TO WS-TS-YYYYMMDD(5:2)
           OPEN OUTPUT CAPM-EXCP-FILE
           OPEN OUTPUT CAPM-RPT-FILE
           WRITE CAPM-RPT-LINE FROM WS-HEADING-1
           WRITE CAPM-RPT-LINE FROM WS-BIZ-DATE-HEADING
           WRITE CAPM-RPT-LINE FROM WS-HEADING-2
           READ CAPTURE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "CAPMON: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "CAPMON: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       1200-CONVERT-TO-SECONDS.
           COMPUTE WS-TS-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-TS-YYYYMMDD)
