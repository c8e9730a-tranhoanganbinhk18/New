                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER-FILE.
       FD  EXPIRY-RPT-FILE.
       01  EXPIRY-RPT-LINE             PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-IN-STATUS                PIC XX.
           88  WS-IN-EOF                VALUE "10".
       01  WS-SORT-STATUS              PIC XX.

       01  WS-HEADING-1                PIC X(50) VALUE
           "CARD EXPIRY LOOK-AHEAD REPORT".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER      PIC X(15) VALUE "ISSUER-FIID".
           05  FILLER      PIC X(12) VALUE "CARD-TYPE".
           PERFORM 1000-DETERMINE-WINDOW
           OPEN OUTPUT EXPIRY-RPT-FILE
           WRITE EXPIRY-RPT-LINE FROM WS-HEADING-1
           WRITE EXPIRY-RPT-LINE FROM WS-BIZ-DATE-HEADING
           WRITE EXPIRY-RPT-LINE FROM WS-HEADING-2
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ISSUER-FIID SW-CARD-TYPE
           GOBACK.

       1000-DETERMINE-WINDOW.
           PERFORM 1050-READ-BUSINESS-DATE
           MOVE WS-TODAY-YYYY(3:2) TO WS-CURRENT-YYMM(1:2)
           MOVE WS-TODAY-MM        TO WS-CURRENT-YYMM(3:2)
           IF WS-TODAY-MM = 12
           MOVE WS-NEXT-YY TO WS-NEXT-YYMM(1:2)
           MOVE WS-NEXT-MM TO WS-NEXT-YYMM(3:2).

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "EXPRPT: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "EXPRPT: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       2000-SELECT-EXPIRING-CARDS.
           OPEN INPUT CARD-MASTER-FILE
           IF WS-IN-STATUS NOT = "00"
