                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
       FD  CYCR-RPT-FILE.
       01  CYCR-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-CKPT-STATUS              PIC XX.
       01  WS-SRC-STATUS               PIC XX.
           88  WS-SRC-EOF               VALUE "10".

       01  WS-HEADING-1                PIC X(60) VALUE
           "INTRADAY CAPTURE CYCLE RECONCILIATION".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER      PIC X(7)  VALUE "CYCLE".
           05  FILLER      PIC X(13) VALUE "STATUS".
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "CYCRECON: UNABLE TO OPEN CKPTFILE, FILE "
           END-IF
           OPEN OUTPUT CYCR-RPT-FILE
           WRITE CYCR-RPT-LINE FROM WS-HEADING-1
           WRITE CYCR-RPT-LINE FROM WS-BIZ-DATE-HEADING
           WRITE CYCR-RPT-LINE FROM WS-HEADING-2
           MOVE LOW-VALUES TO CKPT-RUN-ID
           START CHECKPOINT-FILE KEY >= CKPT-RUN-ID
               PERFORM 2600-READ-NEXT-CHECKPOINT
           END-IF.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "CYCRECON: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "CYCRECON: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

      *  ONLY THE CAPTURE CYCLES ("ALLDT" RUN-IDS) ARE THIS
      *  STEP'S BUSINESS; OTHER RUN-IDS ON THE SHARED CHECKPOINT
      *  FILE PASS BY.  CHECKPOINT RECORDS PERSIST PER RUN-ID
      *  ACROSS DAYS (CTLCKPT ONLY REWRITES A CYCLE'S RECORD WHEN
      *  THAT CYCLE NUMBER RUNS AGAIN), SO ONLY CYCLES STAMPED
      *  WITH THE BUSINESS DATE ON BIZDATE (CKPT-BUSINESS-DATE,
      *  SET AT FRESH-RUN TIME) ARE TALLIED - A PRIOR DAY'S
      *  LEFTOVERS MUST NOT FOLD INTO THIS DAY'S PROOF, WHILE A
      *  CYCLE THAT STARTED AFTER MIDNIGHT STILL COUNTS.  A CYCLE
      *  OF THE DAY NOT YET "COMPLETE" IS REPORTED AND HELD - ITS
      *  TALLIES ARE PARTIAL AND CANNOT PROVE ANYTHING.
       2000-TALLY-ONE-CYCLE.
           IF CKPT-RUN-ID(1:5) = "ALLDT"
              AND CKPT-BUSINESS-DATE = WS-TODAY
               ADD 1 TO WS-CYCLE-COUNT
               MOVE CKPT-CYCLE-NUMBER TO DL-CYCLE
               MOVE CKPT-STATUS       TO DL-STATUS
