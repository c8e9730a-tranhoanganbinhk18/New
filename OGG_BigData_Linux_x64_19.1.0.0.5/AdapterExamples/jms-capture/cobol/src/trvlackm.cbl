                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       FD  ACK-RPT-FILE.
       01  ACK-RPT-LINE                PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-ACK-STATUS               PIC XX.
           88  WS-ACK-EOF               VALUE "10".
           88  WS-ACK-MISSING           VALUE "35".

       01  WS-HEADING-1                PIC X(60) VALUE
           "TRAVEL FEED ACKNOWLEDGMENT RECONCILIATION".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).

       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT-NUMBER       PIC X(19).
      *  REPORT IT AND SET THE PAGING RETURN CODE RATHER THAN
      *  TREATING IT AS AN EMPTY ACK.
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           OPEN OUTPUT ACK-RPT-FILE
           WRITE ACK-RPT-LINE FROM WS-HEADING-1
           WRITE ACK-RPT-LINE FROM WS-BIZ-DATE-HEADING
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               MOVE SPACES TO WS-SUMMARY-LINE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "TRVLACKM: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "TRVLACKM: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       2000-LOAD-ONE-ACK-RECORD.
           IF TA-RECORD-TYPE IN ACK-REJECT-DETAIL = "TRAILER"
               SET WS-ACK-TRAILER-SEEN TO TRUE
