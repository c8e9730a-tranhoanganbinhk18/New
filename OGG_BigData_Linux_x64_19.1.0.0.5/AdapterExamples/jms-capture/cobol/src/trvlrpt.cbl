                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER-FILE.
       FD  TRAVEL-RPT-FILE.
       01  TRAVEL-RPT-LINE              PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-IN-STATUS                 PIC XX.
           88  WS-IN-EOF                 VALUE "10".
       01  WS-SORT-STATUS               PIC XX.

       01  WS-HEADING-1                 PIC X(60) VALUE
           "ACTIVE TRAVEL NOTIFICATION REPORT".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER   PIC X(21) VALUE "TABLE1-KEY".
           05  FILLER   PIC X(21) VALUE "ACCOUNT-NUMBER".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-READ-BUSINESS-DATE
           OPEN OUTPUT TRAVEL-RPT-FILE
           WRITE TRAVEL-RPT-LINE FROM WS-HEADING-1
           WRITE TRAVEL-RPT-LINE FROM WS-BIZ-DATE-HEADING
           WRITE TRAVEL-RPT-LINE FROM WS-HEADING-2
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ISSUER-FIID
           CLOSE TRAVEL-RPT-FILE
           GOBACK.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "TRVLRPT: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "TRVLRPT: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       2000-SELECT-ACTIVE-TRAVEL.
           OPEN INPUT CARD-MASTER-FILE
           IF WS-IN-STATUS NOT = "00"
