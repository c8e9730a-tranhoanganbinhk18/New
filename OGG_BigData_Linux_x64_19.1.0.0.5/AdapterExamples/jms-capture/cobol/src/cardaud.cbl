                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLE1-PV-FILE.
       FD  CARD-RPT-FILE.
       01  CARD-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-PV-STATUS                PIC XX.
           88  WS-PV-EOF                VALUE "10".
       01  WS-IN-STATUS                PIC XX.

       01  WS-HEADING-1                PIC X(50) VALUE
           "DAY-OVER-DAY CARD CHANGE AUDIT".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER      PIC X(21) VALUE "TABLE1-KEY".
           05  FILLER      PIC X(5)  VALUE "SEQ".
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           ACCEPT WS-LIMIT-PCT-RAW FROM ENVIRONMENT "CARDAUD_LIMIT_PCT"
               ON EXCEPTION
                   MOVE SPACES TO WS-LIMIT-PCT-RAW
           OPEN OUTPUT CARD-EXCP-FILE
           OPEN OUTPUT CARD-RPT-FILE
           WRITE CARD-RPT-LINE FROM WS-HEADING-1
           WRITE CARD-RPT-LINE FROM WS-BIZ-DATE-HEADING
           WRITE CARD-RPT-LINE FROM WS-HEADING-2.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "CARDAUD: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "CARDAUD: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       2000-MATCH-EXTRACTS.
           PERFORM 2600-READ-PRIOR
           PERFORM 2700-READ-CURRENT
