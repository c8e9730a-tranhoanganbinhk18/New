                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-RPT-FILE.
       FD  STAT-RPT-FILE.
       01  STAT-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-STEP-STATUS              PIC XX.
           88  WS-STEP-EOF              VALUE "10".
       01  WS-HIST-STATUS              PIC XX.

       01  WS-HEADING-1                PIC X(60) VALUE
           "RUN-STATISTICS HISTORY COLLECTION".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).

       01  WS-DETAIL-LINE.
           05  DL-DDNAME               PIC X(12).
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           OPEN I-O STAT-HIST-FILE
           IF WS-HIST-MISSING
               OPEN OUTPUT STAT-HIST-FILE
               GOBACK
           END-IF
           OPEN OUTPUT STAT-RPT-FILE
           WRITE STAT-RPT-LINE FROM WS-HEADING-1
           WRITE STAT-RPT-LINE FROM WS-BIZ-DATE-HEADING.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "STATHIST: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "STATHIST: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

      *  THE STEP'S DDNAME RESOLVES THE WAY THE SUITE'S OWN
      *  SELECTS DO: THE SAME-NAMED ENVIRONMENT VARIABLE, OR THE
