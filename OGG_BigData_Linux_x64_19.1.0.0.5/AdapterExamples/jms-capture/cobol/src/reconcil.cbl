                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-FILE.
       FD  RECON-RPT-FILE.
       01  RECON-RPT-LINE                     PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-CAP-STATUS                      PIC XX.
           88  WS-CAP-OK                      VALUE "00".
           88  WS-CAP-EOF                     VALUE "10".
       01  WS-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "ALL_DT CAPTURE OP-CODE RECONCILIATION".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER          PIC X(32) VALUE "TABLE-NAME".
           05  FILLER          PIC X(12) VALUE "CAP-INS".
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           OPEN INPUT  CAPTURE-FILE
           IF WS-CAP-STATUS NOT = "00"
               DISPLAY "RECONCIL: UNABLE TO OPEN CAPFILE, FILE "
           END-IF
           OPEN OUTPUT RECON-RPT-FILE
           WRITE RECON-RPT-LINE FROM WS-HEADING-1
           WRITE RECON-RPT-LINE FROM WS-BIZ-DATE-HEADING
           WRITE RECON-RPT-LINE FROM WS-HEADING-2
           READ CAPTURE-FILE
               AT END SET WS-CAP-DONE TO TRUE
               AT END SET WS-SRC-DONE TO TRUE
           END-READ.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "RECONCIL: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "RECONCIL: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       2000-TALLY-CAPTURE-STREAM.
           PERFORM 2100-FIND-OR-ADD-TALLY
           EVALUATE TRUE
