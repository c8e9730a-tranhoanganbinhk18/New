      *                as a dated generation copy <DDNAME>.G<NNNN>,
      *                appends a catalog record (GENCATLG,
      *                gencat.cpy) with run-id, creation timestamp,
      *                business date (BIZDATE),
      *                record count and disposition, and then
      *                enforces each file's retention rule -
      *                keep-newest-N-generations or keep-younger-
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       FD  GEN-RPT-FILE.
       01  GEN-RPT-LINE                PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-RULES-STATUS             PIC XX.
           88  WS-RULES-EOF             VALUE "10".
       01  WS-CAT-STATUS               PIC XX.
       01  WS-REC-LEN                  PIC 9(4)    VALUE ZERO.

       01  WS-TODAY                    PIC 9(8).
       01  WS-CLOCK-DATE               PIC 9(8).
       01  WS-TODAY-DAYNUM             PIC 9(7).
       01  WS-GEN-DAYNUM               PIC 9(7).
       01  WS-GEN-AGE-DAYS             PIC S9(5).
               10  WS-CE-DDNAME         PIC X(12).
               10  WS-CE-GENERATION     PIC 9(4).
               10  WS-CE-TIMESTAMP      PIC X(14).
               10  WS-CE-BUSINESS-DATE  PIC 9(8).
               10  WS-CE-DISPOSITION    PIC X(8).

      *  HIGHEST GENERATION EVER JOURNALLED PER DDNAME, LIVE OR

       01  WS-HEADING-1                PIC X(60) VALUE
           "NIGHTLY OUTPUT GENERATION MANAGEMENT".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-DETAIL-LINE.
           05  DL-DDNAME               PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW-RAW FROM TIME
           MOVE WS-TIME-NOW-RAW(1:6) TO WS-TIME-NOW
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE SPACES TO WS-NOW-TIMESTAMP
           STRING WS-CLOCK-DATE DELIMITED BY SIZE
                  WS-TIME-NOW DELIMITED BY SIZE
               INTO WS-NOW-TIMESTAMP
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "GENMGR_RUN_ID"
           END-IF
           OPEN OUTPUT GEN-RPT-FILE
           WRITE GEN-RPT-LINE FROM WS-HEADING-1
           WRITE GEN-RPT-LINE FROM WS-BIZ-DATE-HEADING
           READ RULES-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "GENMGR: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "GENMGR: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

      *  THE CATALOG IS AN APPEND-ONLY JOURNAL; FOLD IT INTO THE
      *  IN-MEMORY TABLE SO THE NEWEST RECORD PER DDNAME AND
      *  GENERATION CARRIES THE CURRENT DISPOSITION.  A MISSING
                   MOVE GC-GENERATION TO WS-CE-GENERATION(WS-CX)
               END-IF
               MOVE GC-CREATE-TIMESTAMP TO WS-CE-TIMESTAMP(WS-CX)
               IF GC-BUSINESS-DATE NUMERIC
                   MOVE GC-BUSINESS-DATE
                       TO WS-CE-BUSINESS-DATE(WS-CX)
               ELSE
                   MOVE GC-CREATE-TIMESTAMP(1:8)
                       TO WS-CE-BUSINESS-DATE(WS-CX)
               END-IF
               MOVE GC-DISPOSITION      TO WS-CE-DISPOSITION(WS-CX)
           ELSE
               IF WS-FOUND
           MOVE WS-COPY-COUNT       TO GC-RECORD-COUNT
           MOVE "CATLG"             TO GC-DISPOSITION
           MOVE WS-CYCLE-NUMBER     TO GC-CYCLE-NUMBER
           MOVE WS-TODAY            TO GC-BUSINESS-DATE
           PERFORM 1200-FOLD-CATALOG-RECORD
           WRITE CATALOG-RECORD
           MOVE GR-DDNAME           TO DL-DDNAME

      *  RETENTION TYPE "G": KEEP THE NEWEST GR-RETENTION-VALUE
      *  CATALOGUED GENERATIONS.  TYPE "D": KEEP GENERATIONS
      *  YOUNGER THAN GR-RETENTION-VALUE DAYS, AGED IN BUSINESS
      *  DATES (BIZDATE) RATHER THAN BY THE CLOCK.  EXPIRED
      *  GENERATIONS ARE DELETED FROM DISK AND JOURNALLED AS
      *  PURGED.
       3000-ENFORCE-RETENTION.
                   PERFORM 3400-PURGE-GENERATION
               END-IF
           ELSE
               MOVE WS-CE-BUSINESS-DATE(WS-SUB) TO WS-GEN-DATE
               COMPUTE WS-GEN-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-GEN-DATE)
               COMPUTE WS-GEN-AGE-DAYS =
           MOVE ZERO                       TO GC-RECORD-COUNT
           MOVE "PURGED"                   TO GC-DISPOSITION
           MOVE WS-CYCLE-NUMBER            TO GC-CYCLE-NUMBER
           MOVE WS-TODAY                   TO GC-BUSINESS-DATE
           WRITE CATALOG-RECORD
           MOVE "PURGED" TO WS-CE-DISPOSITION(WS-SUB)
           MOVE GR-DDNAME        TO DL-DDNAME
