                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER-FILE.
       FD  KEYV-RPT-FILE.
       01  KEYV-RPT-LINE                PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-IN-STATUS                 PIC XX.
       01  WS-CTL-STATUS                PIC XX.
       01  WS-RPT-STATUS                PIC XX.

       01  WS-HEADING-1                 PIC X(60) VALUE
           "ENCRYPTION KEY-VERSION ROTATION AUDIT".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2                 PIC X(60).
       01  WS-HEADING-3.
           05  FILLER   PIC X(14) VALUE "ISSUER-FIID".
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           OPEN INPUT  CARD-MASTER-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "KEYVAUD: UNABLE TO OPEN CARDMSTR, FILE "
           END-IF
           MOVE KEYV-CURRENT-VERSION TO WS-CURRENT-KEY-VERSION
           WRITE KEYV-RPT-LINE FROM WS-HEADING-1
           WRITE KEYV-RPT-LINE FROM WS-BIZ-DATE-HEADING
           STRING "CURRENT KEY VERSION: " DELIMITED BY SIZE
                  WS-CURRENT-KEY-VERSION DELIMITED BY SIZE
               INTO WS-HEADING-2
               AT END SET WS-EOF TO TRUE
           END-READ.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "KEYVAUD: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "KEYVAUD: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       2000-BUILD-CROSS-TAB.
           PERFORM 2100-FIND-OR-ADD-XTAB
           ADD 1 TO WS-XTAB-CARD-COUNT(WS-XX)
