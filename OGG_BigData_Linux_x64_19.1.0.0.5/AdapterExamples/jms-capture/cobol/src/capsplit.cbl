                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-FILE
       FD  SPLIT-RPT-FILE.
       01  SPLIT-RPT-LINE              PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-CAP-STATUS               PIC XX.
           88  WS-CAP-EOF               VALUE "10".
       01  WS-REG-STATUS               PIC XX.

       01  WS-HEADING-1                PIC X(50) VALUE
           "CAPTURE STREAM SPLITTER SUMMARY".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-DETAIL-LINE.
           05  DL-TABLE-NAME           PIC X(32).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           PERFORM 1100-LOAD-REGISTRY
           OPEN INPUT  CAPTURE-FILE
           IF WS-CAP-STATUS NOT = "00"
               AT END SET WS-EOF TO TRUE
           END-READ.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "CAPSPLIT: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "CAPSPLIT: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       1100-LOAD-REGISTRY.
           OPEN INPUT REGISTRY-FILE
           IF WS-REG-STATUS NOT = "00"

       8000-WRITE-SUMMARY.
           WRITE SPLIT-RPT-LINE FROM WS-HEADING-1
           WRITE SPLIT-RPT-LINE FROM WS-BIZ-DATE-HEADING
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-REG-COUNT
               MOVE WS-REG-NAME(WS-SUB)   TO DL-TABLE-NAME
