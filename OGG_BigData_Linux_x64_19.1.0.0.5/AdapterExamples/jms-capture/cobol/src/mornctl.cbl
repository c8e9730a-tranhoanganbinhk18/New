      *                nothing.  Advisory steps (expiry, travel,
      *                limit and key-version listings, day-over-day
      *                fraud alerts) are reported but never hold a
      *                release.  A dirty card population (CARDINTG
      *                integrity violations) holds both files built
      *                from the card data, TABLE1OK and MASKOUT.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MORNCTL.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-RPT-FILE.
       FD  MORN-RPT-FILE.
       01  MORN-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-STEP-STATUS              PIC XX.
           88  WS-STEP-EOF              VALUE "10".
           88  WS-STEP-MISSING          VALUE "35".
           05  FILLER  PIC X(24) VALUE "SUSPRPT     A--------C29".
           05  FILLER  PIC X(44) VALUE
               "RECORDS AGED PAST THRESHOLD: ".
           05  FILLER  PIC X(24) VALUE "INTGRPT     HTABLE1OKC28".
           05  FILLER  PIC X(44) VALUE
               "TOTAL INTEGRITY VIOLATIONS: ".
           05  FILLER  PIC X(24) VALUE "INTGRPT     HMASKOUT C28".
           05  FILLER  PIC X(44) VALUE
               "TOTAL INTEGRITY VIOLATIONS: ".
       01  WS-STEP-TABLE REDEFINES WS-STEP-DEFS.
           05  WS-STEP-ENTRY OCCURS 18 TIMES
                       INDEXED BY WS-MX.
               10  MC-DDNAME            PIC X(12).
               10  MC-SEVERITY          PIC X.
               10  WS-GATE-REASON       PIC X(30).

       01  WS-STEP-RESULTS.
           05  WS-STEP-RESULT-ENTRY OCCURS 18 TIMES.
               10  WS-SR-COUNT          PIC 9(9).
               10  WS-SR-MISSING-SW     PIC X.
                   88  WS-SR-MISSING    VALUE "Y".

       01  WS-HEADING-1                PIC X(60) VALUE
           "MORNING CONTROL REPORT - NIGHTLY SUITE CONSOLIDATION".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER      PIC X(14) VALUE "STEP REPORT".
           05  FILLER      PIC X(12) VALUE "EXCEPTIONS".
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-ONE-STEP
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 18
           PERFORM 3000-SCAN-AUDIT-TRAIL
           PERFORM 4000-JUDGE-GATES
           PERFORM 5000-WRITE-REPORT
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           OPEN OUTPUT MORN-RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "MORNCTL: UNABLE TO OPEN MORNRPT, FILE "
               GOBACK
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 18
               MOVE ZERO TO WS-SR-COUNT(WS-SUB)
               MOVE "N"  TO WS-SR-MISSING-SW(WS-SUB)
               MOVE "N"  TO WS-SR-SEEN-SW(WS-SUB)
               MOVE SPACES TO WS-GATE-REASON(WS-SUB)
           END-PERFORM.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "MORNCTL: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "MORNCTL: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

      *  THE STEP'S DDNAME IS RESOLVED THE WAY THE SUITE'S OWN
      *  SELECT CLAUSES RESOLVE: THE ENVIRONMENT VARIABLE OF THE
      *  SAME NAME NAMES THE ACTUAL FILE, AND AN UNSET VARIABLE

       4000-JUDGE-GATES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 18
               SET WS-MX TO WS-SUB
               IF MC-HOLDING(WS-MX)
                  AND MC-GATE(WS-MX) NOT = "--------"

       5000-WRITE-REPORT.
           WRITE MORN-RPT-LINE FROM WS-HEADING-1
           WRITE MORN-RPT-LINE FROM WS-BIZ-DATE-HEADING
           WRITE MORN-RPT-LINE FROM WS-HEADING-2
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 18
               SET WS-MX TO WS-SUB
               MOVE MC-DDNAME(WS-MX) TO SL-DDNAME
               IF WS-SR-MISSING(WS-SUB)
