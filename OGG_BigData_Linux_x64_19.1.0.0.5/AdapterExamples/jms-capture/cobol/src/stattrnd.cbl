                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAT-HIST-FILE.
       FD  TRND-RPT-FILE.
       01  TRND-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-THRS-STATUS              PIC XX.
           88  WS-THRS-EOF              VALUE "10".

       01  WS-HEADING-1                PIC X(60) VALUE
           "RUN-STATISTICS TREND REPORT".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2                PIC X(60).

       01  WS-SERIES-HEADER-LINE.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           ACCEPT WS-DAYS-RAW FROM ENVIRONMENT "STATTRND_DAYS"
           END-IF
           OPEN OUTPUT TRND-RPT-FILE
           WRITE TRND-RPT-LINE FROM WS-HEADING-1
           WRITE TRND-RPT-LINE FROM WS-BIZ-DATE-HEADING
           MOVE SPACES TO WS-HEADING-2
           STRING "WINDOW: LAST " DELIMITED BY SIZE
                  WS-DAYS DELIMITED BY SIZE
               PERFORM 2600-READ-NEXT-HISTORY
           END-IF.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "STATTRND: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "STATTRND: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

      *  A MISSING THRESHOLD FILE JUST MEANS NOTHING GETS FLAGGED;
      *  OPERATIONS ADDS RECORDS AS METRICS EARN WATCHING.
       1100-LOAD-THRESHOLDS.
