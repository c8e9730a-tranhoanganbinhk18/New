                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       FD  SUSP-RPT-FILE.
       01  SUSP-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-SUSP-STATUS              PIC XX.
           88  WS-SUSP-EOF              VALUE "10".
       01  WS-COMBO-STATUS             PIC XX.

       01  WS-HEADING-1                PIC X(50) VALUE
           "SUSPENSE RECYCLE AND AGING REPORT".
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
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           ACCEPT WS-AGE-DAYS-RAW FROM ENVIRONMENT "SUSP_AGE_DAYS"
           OPEN OUTPUT TABLE1-REL-FILE
           OPEN OUTPUT SUSP-RPT-FILE
           WRITE SUSP-RPT-LINE FROM WS-HEADING-1
           WRITE SUSP-RPT-LINE FROM WS-BIZ-DATE-HEADING
           WRITE SUSP-RPT-LINE FROM WS-HEADING-2
           MOVE LOW-VALUES TO SUSP-KEY
           START SUSPENSE-FILE KEY >= SUSP-KEY
               PERFORM 2600-READ-NEXT-SUSPENSE
           END-IF.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "SUSPRCYC: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "SUSPRCYC: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       1100-LOAD-APPROVED-COMBINATIONS.
           OPEN INPUT COMBO-FILE
           IF WS-COMBO-STATUS NOT = "00"
