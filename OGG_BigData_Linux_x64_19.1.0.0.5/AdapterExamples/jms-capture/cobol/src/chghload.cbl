      *                written.  The archive carries its own
      *                retention rule: after the load, images whose
      *                timestamp date is older than
      *                CHGHIST_RETAIN_DAYS days (default 365) before
      *                the business date on BIZDATE are
      *                purged, independent of the GENRULES
      *                retention on the raw generations.
      * ---------------------------------------------------------
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-FILE.
       FD  CHGH-RPT-FILE.
       01  CHGH-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-CAP-STATUS               PIC XX.
           88  WS-CAP-EOF               VALUE "10".
       01  WS-HIST-STATUS              PIC XX.
           05  WS-BAD-TS-COUNT         PIC 9(9)    VALUE ZERO.

       01  WS-SUMMARY-LINE             PIC X(80)   VALUE SPACES.
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           ACCEPT WS-RETAIN-RAW FROM ENVIRONMENT "CHGHIST_RETAIN_DAYS"
               AT END SET WS-EOF TO TRUE
           END-READ.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "CHGHLOAD: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "CHGHLOAD: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       2000-ARCHIVE-ONE-CAPTURE.
           ADD 1 TO WS-READ-COUNT
           MOVE TABLE-NAME IN CAPTURE-RECORD TO CHG-TABLE-NAME
           STRING "CHANGE-HISTORY ARCHIVE LOAD SUMMARY"
               DELIMITED BY SIZE INTO CHGH-RPT-LINE
           WRITE CHGH-RPT-LINE
           WRITE CHGH-RPT-LINE FROM WS-BIZ-DATE-HEADING
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "CAPTURES READ: " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
