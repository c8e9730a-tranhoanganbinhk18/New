                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-FILE.
       FD  SNAPBLD-RPT-FILE.
       01  SNAPBLD-RPT-LINE             PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-CAP-STATUS                PIC XX.
           88  WS-CAP-EOF                VALUE "10".
       01  WS-SNAP-STATUS               PIC XX.
           05  WS-UNKNOWN-OP-COUNT      PIC 9(9)    VALUE ZERO.

       01  WS-SUMMARY-LINE              PIC X(80)   VALUE SPACES.
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           OPEN INPUT  CAPTURE-FILE
           IF WS-CAP-STATUS NOT = "00"
               DISPLAY "SNAPBLD: UNABLE TO OPEN CAPFILE, FILE "
               AT END SET WS-EOF TO TRUE
           END-READ.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "SNAPBLD: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "SNAPBLD: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       2000-APPLY-ONE-CAPTURE.
           ADD 1 TO WS-READ-COUNT
           MOVE TABLE-NAME IN CAPTURE-RECORD
           STRING "SNAPSHOT REBUILD SUMMARY" DELIMITED BY SIZE
               INTO SNAPBLD-RPT-LINE
           WRITE SNAPBLD-RPT-LINE
           WRITE SNAPBLD-RPT-LINE FROM WS-BIZ-DATE-HEADING
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "CAPTURES READ: " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
