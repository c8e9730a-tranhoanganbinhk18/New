                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER-FILE.
       FD  DLIMIT-RPT-FILE.
       01  DLIMIT-RPT-LINE             PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-IN-STATUS                PIC XX.
           88  WS-IN-EOF                VALUE "10".
       01  WS-SORT-STATUS              PIC XX.

       01  WS-HEADING-1                PIC X(50) VALUE
           "DAILY LIMIT EXCEPTION REPORT".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER      PIC X(12) VALUE "CARD-TYPE".
           05  FILLER      PIC X(13) VALUE "CARD-STATUS".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-READ-BUSINESS-DATE
           OPEN OUTPUT DLIMIT-RPT-FILE
           WRITE DLIMIT-RPT-LINE FROM WS-HEADING-1
           WRITE DLIMIT-RPT-LINE FROM WS-BIZ-DATE-HEADING
           WRITE DLIMIT-RPT-LINE FROM WS-HEADING-2
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CARD-TYPE SW-CARD-STATUS
           CLOSE DLIMIT-RPT-FILE
           GOBACK.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "DLXRPT: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "DLXRPT: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       2000-SELECT-BAD-LIMIT-CARDS.
           OPEN INPUT CARD-MASTER-FILE
           IF WS-IN-STATUS NOT = "00"
