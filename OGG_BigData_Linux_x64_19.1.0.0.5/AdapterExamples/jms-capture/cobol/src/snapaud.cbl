                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FULL-FILE.
       FD  SNAP-AUD-RPT-FILE.
       01  SNAP-AUD-RPT-LINE           PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-SRC-STATUS               PIC XX.
           88  WS-SRC-EOF               VALUE "10".
       01  WS-SNAP-STATUS              PIC XX.

       01  WS-HEADING-1                PIC X(50) VALUE
           "SNAPSHOT DRIFT AUDIT VS SOURCE FULL IMAGE".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER      PIC X(34) VALUE "TABLE-NAME".
           05  FILLER      PIC X(13) VALUE "KEY-COL".
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           OPEN INPUT SOURCE-FULL-FILE
           IF WS-SRC-STATUS NOT = "00"
               DISPLAY "SNAPAUD: UNABLE TO OPEN SRCFULL, FILE "
           OPEN OUTPUT SNAP-CORR-FILE
           OPEN OUTPUT SNAP-AUD-RPT-FILE
           WRITE SNAP-AUD-RPT-LINE FROM WS-HEADING-1
           WRITE SNAP-AUD-RPT-LINE FROM WS-BIZ-DATE-HEADING
           WRITE SNAP-AUD-RPT-LINE FROM WS-HEADING-2
           MOVE LOW-VALUES TO SNAP-KEY
           START SNAPSHOT-FILE KEY >= SNAP-KEY
           END-IF
           PERFORM 2600-READ-SOURCE.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "SNAPAUD: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "SNAPAUD: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       2000-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-SRC-DONE
