                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLE1-QUAR-FILE.
       FD  SUSP-RPT-FILE.
       01  SUSP-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-QUAR-STATUS              PIC XX.
           88  WS-QUAR-EOF              VALUE "10".
           88  WS-QUAR-MISSING          VALUE "35".
           05  WS-REFRESHED-COUNT      PIC 9(9)    VALUE ZERO.

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
           OPEN INPUT  TABLE1-QUAR-FILE
           EVALUATE TRUE
               WHEN WS-QUAR-STATUS = "00"
               SET WS-EOF TO TRUE
           END-IF.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "SUSPLOAD: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "SUSPLOAD: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       2000-SUSPEND-ONE-QUARANTINE.
           ADD 1 TO WS-QUAR-READ-COUNT
           MOVE TABLE1-QUAR-RECORD TO SUSP-CARD-DATA
           STRING "SUSPENSE FILE LOAD SUMMARY" DELIMITED BY SIZE
               INTO SUSP-RPT-LINE
           WRITE SUSP-RPT-LINE
           WRITE SUSP-RPT-LINE FROM WS-BIZ-DATE-HEADING
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "QUARANTINE RECORDS READ (TABLE1QR): "
                   DELIMITED BY SIZE
