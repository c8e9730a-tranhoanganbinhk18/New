                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLE1-IN-FILE.
       FD  DOM-RPT-FILE.
       01  DOM-RPT-LINE                PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-IN-STATUS                PIC XX.
           88  WS-IN-EOF                VALUE "10".
       01  WS-ISS-STATUS               PIC XX.
           05  DL-STATUS               PIC X(24).

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
           PERFORM 1100-LOAD-ISSUER-MASTER
           PERFORM 1200-LOAD-TYPE-CODES
           OPEN INPUT  TABLE1-IN-FILE
           OPEN OUTPUT TABLE1-GOOD-FILE
           OPEN OUTPUT TABLE1-DOM-FILE
           OPEN OUTPUT DOM-RPT-FILE
           WRITE DOM-RPT-LINE FROM WS-BIZ-DATE-HEADING
           MOVE SPACES TO DOM-RPT-LINE
           STRING "TABLE1-KEY" DELIMITED BY SIZE
                  "           " DELIMITED BY SIZE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "DOMCHK: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "DOMCHK: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       1100-LOAD-ISSUER-MASTER.
           OPEN INPUT ISSUER-FILE
           IF WS-ISS-STATUS NOT = "00"
