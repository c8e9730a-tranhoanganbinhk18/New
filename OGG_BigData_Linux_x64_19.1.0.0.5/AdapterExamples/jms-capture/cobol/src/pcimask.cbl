                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLE1-OK-FILE.
       FD  MASK-RPT-FILE.
       01  MASK-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-IN-STATUS                PIC XX.
           88  WS-IN-EOF                VALUE "10".
       01  WS-OUT-STATUS               PIC XX.
           05  WS-MASK-END             PIC S9(3).

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
           OPEN INPUT  TABLE1-OK-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "PCIMASK: UNABLE TO OPEN TABLE1OK, FILE "
               AT END SET WS-EOF TO TRUE
           END-READ.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "PCIMASK: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "PCIMASK: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       2000-MASK-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE Table1_Key IN TABLE1-OK-RECORD TO WS-MASK-FIELD
           STRING "PCI-MASKED DISTRIBUTION EXTRACT SUMMARY"
               DELIMITED BY SIZE INTO MASK-RPT-LINE
           WRITE MASK-RPT-LINE
           WRITE MASK-RPT-LINE FROM WS-BIZ-DATE-HEADING
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "RECORDS READ (TABLE1OK): " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
