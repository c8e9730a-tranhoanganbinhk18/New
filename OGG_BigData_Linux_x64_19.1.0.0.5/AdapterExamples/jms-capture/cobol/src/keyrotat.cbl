                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLE1-IN-FILE.
       FD  KEYR-RPT-FILE.
       01  KEYR-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-IN-STATUS                PIC XX.
           88  WS-IN-EOF                VALUE "10".
       01  WS-CTL-STATUS               PIC XX.

       01  WS-HEADING-1                PIC X(60) VALUE
           "PIN KEY-ROTATION COMPLETION REPORT".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2                PIC X(60).
       01  WS-HEADING-3.
           05  FILLER   PIC X(14) VALUE "ISSUER-FIID".
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           ACCEPT WS-ISSUER-FILTER FROM ENVIRONMENT "KEYROTAT_ISSUER"
               ON EXCEPTION
                   MOVE SPACES TO WS-ISSUER-FILTER
           OPEN OUTPUT BACKOUT-FILE
           OPEN OUTPUT KEYR-RPT-FILE
           WRITE KEYR-RPT-LINE FROM WS-HEADING-1
           WRITE KEYR-RPT-LINE FROM WS-BIZ-DATE-HEADING
           MOVE SPACES TO WS-HEADING-2
           STRING "CURRENT KEY VERSION: " DELIMITED BY SIZE
                  WS-CURRENT-KEY-VERSION DELIMITED BY SIZE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "KEYROTAT: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "KEYROTAT: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

      *  EVERY RECORD GOES TO TABLE1KR; ONLY A RECORD ACTUALLY
      *  ROTATED ALSO WRITES ITS PRIOR IMAGE TO THE BACKOUT FILE.
      *  A RECORD OUTSIDE THE ISSUER FILTER, OR ALREADY ON THE
