      * ---------------------------------------------------------
      *  PROGRAM-ID  : CRDPURGE
      *  PURPOSE     : Closed-card data retention purge.  Cards
      *                closed years ago stayed on every keyed file
      *                the suite keeps, PAN and Encrypted_PIN
      *                included, against the retention policy.
      *                This selects from the card master (CARDMSTR)
      *                every card the policy file (PURGPOL,
      *                purgpol.cpy) says is due - a closed
      *                Card_Status and an Expiry_Date the policy's
      *                number of months behind the run month; the
      *                card master carries no closure date, and a
      *                closed plastic's expiry is the last day it
      *                could ever have been live - and drops any
      *                card on an open legal hold (LEGLHOLD,
      *                legalhld.cpy).  The selection is complete
      *                before anything is touched.  Each card due
      *                is then removed, in one run, from CARDMSTR,
      *                SUSPFILE, REISCTL and DORMANT's activity
      *                file (DORMACT), all keyed on Table1_Key /
      *                PAN_Seq_Num, and - through the source side's
      *                card to capture-row cross-reference
      *                (PURGXREF, purgxref.cpy), since the ALL_DT
      *                capture stream carries no PAN - its rows on
      *                SNAPFILE, every archived image on CHGHIST
      *                and every correction on CORRFILE.  A purge
      *                certificate (PURGCERT, purgcert.cpy) records
      *                each card with the PAN masked first-6/last-4
      *                and the records removed per file, with a
      *                run-total trailer, for audit to keep in
      *                place of the data; it is also the card
      *                platform's notice to drop the card from the
      *                TABLE1 extract, since CRDMLOAD rebuilds the
      *                card master from it nightly.  PURGE_MODE
      *                "PURGE" deletes; anything else, or unset, is
      *                a dry run that opens every file read-only
      *                and reports and certifies what WOULD go.  A
      *                run that finds more cards due than the
      *                policy's ceiling falls back to a dry run.
      *                A missing legal-hold file stops the run - a
      *                purge never guesses that nobody is on hold.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CRDPURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE       ASSIGN TO "PURGPOL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-POL-STATUS.

           SELECT HOLD-FILE         ASSIGN TO "LEGLHOLD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HOLD-STATUS.

           SELECT XREF-FILE         ASSIGN TO "PURGXREF"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-XREF-STATUS.

           SELECT SORT-WORK-FILE    ASSIGN TO "PURGSORT"
                  FILE STATUS IS WS-SORT-STATUS.

           SELECT CARD-MASTER-FILE  ASSIGN TO "CARDMSTR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CARDM-KEY
                  ALTERNATE RECORD KEY IS CARDM-ACCOUNT-NUMBER
                      WITH DUPLICATES
                  FILE STATUS IS WS-IN-STATUS.

           SELECT SUSPENSE-FILE     ASSIGN TO "SUSPFILE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUSP-KEY
                  FILE STATUS IS WS-SUSP-STATUS.

           SELECT REIS-CTL-FILE     ASSIGN TO "REISCTL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REIS-KEY
                  FILE STATUS IS WS-CTL-STATUS.

           SELECT DORM-ACT-FILE     ASSIGN TO "DORMACT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DA-KEY
                  FILE STATUS IS WS-ACT-STATUS.

           SELECT SNAPSHOT-FILE     ASSIGN TO "SNAPFILE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SNAP-KEY
                  FILE STATUS IS WS-SNAP-STATUS.

           SELECT CHG-HIST-FILE     ASSIGN TO "CHGHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHG-KEY
                  FILE STATUS IS WS-CHG-STATUS.

           SELECT CORRECTION-FILE   ASSIGN TO "CORRFILE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CORR-ID
                  FILE STATUS IS WS-CORR-STATUS.

           SELECT PURGE-CERT-FILE   ASSIGN TO "PURGCERT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CERT-STATUS.

           SELECT PURGE-RPT-FILE    ASSIGN TO "PURGRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
           COPY "purgpol.cpy".

       FD  HOLD-FILE.
           COPY "legalhld.cpy".

       FD  XREF-FILE.
           COPY "purgxref.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-CARD-KEY.
               10  SW-TABLE1-KEY       PIC X(19).
               10  SW-PAN-SEQ-NUM      PIC 9(3).
           05  SW-TABLE-NAME           PIC X(32).
           05  SW-KEY-COL              PIC 9(11).

       FD  CARD-MASTER-FILE.
           COPY "cardmst.cpy".

       FD  SUSPENSE-FILE.
           COPY "susprec.cpy".

       FD  REIS-CTL-FILE.
           COPY "reisctl.cpy".

       FD  DORM-ACT-FILE.
           COPY "dormact.cpy".

       FD  SNAPSHOT-FILE.
           COPY "snaprec.cpy".

       FD  CHG-HIST-FILE.
           COPY "chghist.cpy".

       FD  CORRECTION-FILE.
           COPY "correc.cpy".

       FD  PURGE-CERT-FILE.
           COPY "purgcert.cpy".

       FD  PURGE-RPT-FILE.
       01  PURGE-RPT-LINE              PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-POL-STATUS               PIC XX.
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-XREF-STATUS              PIC XX.
       01  WS-SORT-STATUS              PIC XX.
       01  WS-IN-STATUS                PIC XX.
           88  WS-IN-NOT-FOUND          VALUE "23".
       01  WS-SUSP-STATUS              PIC XX.
           88  WS-SUSP-NOT-FOUND        VALUE "23".
       01  WS-CTL-STATUS               PIC XX.
           88  WS-CTL-NOT-FOUND         VALUE "23".
       01  WS-ACT-STATUS               PIC XX.
           88  WS-ACT-NOT-FOUND         VALUE "23".
       01  WS-SNAP-STATUS              PIC XX.
           88  WS-SNAP-NOT-FOUND        VALUE "23".
       01  WS-CHG-STATUS               PIC XX.
       01  WS-CORR-STATUS              PIC XX.
       01  WS-CERT-STATUS              PIC XX.
       01  WS-RPT-STATUS               PIC XX.

       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-SORT-EOF-SW              PIC X       VALUE "N".
           88  WS-SORT-EOF             VALUE "Y".
       01  WS-FOUND-SW                 PIC X       VALUE "N".
           88  WS-FOUND                VALUE "Y".
       01  WS-HELD-SW                  PIC X       VALUE "N".
           88  WS-HELD                 VALUE "Y".

      *  A FILE THAT DOES NOT EXIST YET HAS NOTHING TO PURGE; IT
      *  IS NOTED ON THE REPORT AND PASSED OVER.
       01  WS-FILE-OPEN-SWITCHES.
           05  WS-SUSP-OPEN-SW         PIC X       VALUE "N".
               88  WS-SUSP-OPEN        VALUE "Y".
           05  WS-CTL-OPEN-SW          PIC X       VALUE "N".
               88  WS-CTL-OPEN         VALUE "Y".
           05  WS-ACT-OPEN-SW          PIC X       VALUE "N".
               88  WS-ACT-OPEN         VALUE "Y".
           05  WS-SNAP-OPEN-SW         PIC X       VALUE "N".
               88  WS-SNAP-OPEN        VALUE "Y".
           05  WS-CHG-OPEN-SW          PIC X       VALUE "N".
               88  WS-CHG-OPEN         VALUE "Y".
           05  WS-CORR-OPEN-SW         PIC X       VALUE "N".
               88  WS-CORR-OPEN        VALUE "Y".

       01  WS-RUN-MODE                 PIC X(6)    VALUE "DRYRUN".
           88  WS-PURGE-MODE           VALUE "PURGE ".
       01  WS-CEILING-SW               PIC X       VALUE "N".
           88  WS-CEILING-HIT          VALUE "Y".

       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 9(2).
           05  WS-TODAY-DD             PIC 9(2).

      *  MONTHS ARE COUNTED AS YEAR * 12 + MONTH SO THE AGE OF AN
      *  Expiry_Date IS A SIMPLE SUBTRACTION.  TWO-DIGIT EXPIRY
      *  YEARS ARE ALL IN THIS CENTURY.
       01  WS-RUN-MONTH-NUM            PIC 9(6)    VALUE ZERO.
       01  WS-EXPIRY-MONTH-NUM         PIC 9(6)    VALUE ZERO.
       01  WS-EXPIRY-AGE               PIC S9(6)   VALUE ZERO.
       01  WS-EXPIRY-WORK.
           05  WS-EXPIRY-YY            PIC 9(2).
           05  WS-EXPIRY-MM            PIC 9(2).

       01  WS-CLOSED-STATUSES          PIC X(4)    VALUE SPACES.
       01  WS-RETAIN-MONTHS            PIC 9(3)    VALUE ZERO.
       01  WS-MAX-PURGE                PIC 9(7)    VALUE ZERO.
       01  WS-STATUS-BYTE              PIC X.
       01  WS-SEQ-X                    PIC X(3).

       01  WS-HOLD-MAX                 PIC 9(5)    VALUE 2000.
       01  WS-HOLD-COUNT               PIC 9(5)    VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 2000 TIMES
                       INDEXED BY WS-HX.
               10  WS-HD-TABLE1-KEY     PIC X(19).
               10  WS-HD-PAN-SEQ-NUM    PIC X(3).
               10  WS-HD-CASE-REFERENCE PIC X(12).
               10  WS-HD-RELEASE-DATE   PIC 9(8).
       01  WS-HELD-CASE                PIC X(12)   VALUE SPACES.

      *  CARDS DUE, IN CARD MASTER KEY ORDER.  WS-CD-FILE-COUNT IS
      *  BY FILE IN THE WS-FILE-NAMES ORDER BELOW.  WS-CD-FIRST-
      *  CAPKEY IS THE CARD'S FIRST ROW IN WS-CAPKEY-TABLE (ZERO
      *  WHEN IT HAS NONE).
       01  WS-CAND-MAX                 PIC 9(5)    VALUE 20000.
       01  WS-CAND-COUNT               PIC 9(5)    VALUE ZERO.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 20000 TIMES
                       INDEXED BY WS-CX.
               10  WS-CD-KEY.
                   15  WS-CD-TABLE1-KEY PIC X(19).
                   15  WS-CD-PAN-SEQ-NUM PIC 9(3).
               10  WS-CD-ISSUER-FIID    PIC X(4).
               10  WS-CD-CARD-STATUS    PIC X.
               10  WS-CD-EXPIRY-DATE    PIC 9(4).
               10  WS-CD-FILE-COUNT     PIC 9(5) OCCURS 7 TIMES.
               10  WS-CD-FIRST-CAPKEY   PIC 9(5).
       01  WS-CAND-SUB                 PIC 9(5)    VALUE ZERO.

      *  CAPTURE ROWS BELONGING TO A CARD DUE, WITH THE CARD'S
      *  SLOT IN THE CANDIDATE TABLE.  BUILT FROM THE SORTED XREF,
      *  SO EACH CARD'S ROWS ARE TOGETHER AND IN CARD ORDER.
       01  WS-CAPKEY-MAX               PIC 9(5)    VALUE 20000.
       01  WS-CAPKEY-COUNT             PIC 9(5)    VALUE ZERO.
       01  WS-CAPKEY-TABLE.
           05  WS-CAPKEY-ENTRY OCCURS 20000 TIMES
                       INDEXED BY WS-KX.
               10  WS-CK-TABLE-NAME     PIC X(32).
               10  WS-CK-KEY-COL        PIC 9(11).
               10  WS-CK-CAND-SUB       PIC 9(5).
       01  WS-CAPKEY-SUB               PIC 9(5)    VALUE ZERO.

       01  WS-FILE-NAME-DEFS.
           05  FILLER                  PIC X(8) VALUE "CARDMSTR".
           05  FILLER                  PIC X(8) VALUE "SUSPFILE".
           05  FILLER                  PIC X(8) VALUE "REISCTL ".
           05  FILLER                  PIC X(8) VALUE "DORMACT ".
           05  FILLER                  PIC X(8) VALUE "SNAPFILE".
           05  FILLER                  PIC X(8) VALUE "CHGHIST ".
           05  FILLER                  PIC X(8) VALUE "CORRFILE".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-DEFS.
           05  WS-FILE-NAME OCCURS 7 TIMES PIC X(8).
       01  WS-FILE-TOTALS.
           05  WS-FILE-TOTAL OCCURS 7 TIMES PIC 9(9).
       01  WS-FILE-CARDMSTR            PIC 9       VALUE 1.
       01  WS-FILE-SUSPFILE            PIC 9       VALUE 2.
       01  WS-FILE-REISCTL             PIC 9       VALUE 3.
       01  WS-FILE-DORMACT             PIC 9       VALUE 4.
       01  WS-FILE-SNAPFILE            PIC 9       VALUE 5.
       01  WS-FILE-CHGHIST             PIC 9       VALUE 6.
       01  WS-FILE-CORRFILE            PIC 9       VALUE 7.
       01  WS-FILE-SUB                 PIC 9       VALUE ZERO.

       01  WS-MASK-WORK.
           05  WS-MASK-FIELD           PIC X(19).
           05  WS-MASK-LEN             PIC 9(2).
           05  WS-MASK-SUB             PIC 9(2).
           05  WS-MASK-END             PIC S9(3).

       01  WS-SUB                      PIC 9(5)    VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-DUE-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-XREF-READ-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-RECORD-TOTAL         PIC 9(9)    VALUE ZERO.

       01  WS-HEADING-1                PIC X(60) VALUE
           "CLOSED-CARD RETENTION PURGE".
       01  WS-HEADING-2.
           05  FILLER      PIC X(15) VALUE "BUSINESS DATE: ".
           05  HD-RUN-DATE             PIC 9(8).
           05  FILLER      PIC X(10) VALUE "   MODE: ".
           05  HD-RUN-MODE             PIC X(6).
           05  FILLER      PIC X(20) VALUE "   RETAIN MONTHS: ".
           05  HD-RETAIN-MONTHS        PIC ZZ9.
       01  WS-HEADING-3.
           05  FILLER      PIC X(8)  VALUE "ACTION".
           05  FILLER      PIC X(21) VALUE "TABLE1-KEY (MASKED)".
           05  FILLER      PIC X(5)  VALUE "SEQ".
           05  FILLER      PIC X(6)  VALUE "FIID".
           05  FILLER      PIC X(4)  VALUE "ST".
           05  FILLER      PIC X(6)  VALUE "EXPY".
           05  FILLER      PIC X(14) VALUE "RECORDS/CASE".

       01  WS-DETAIL-LINE.
           05  DL-ACTION          PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-MASKED-PAN      PIC X(19).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-PAN-SEQ-NUM     PIC 9(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-ISSUER-FIID     PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-CARD-STATUS     PIC X.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  DL-EXPIRY-DATE     PIC 9(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-RESULT          PIC X(14).

       01  WS-FILE-LINE.
           05  FILLER             PIC X(16) VALUE "RECORDS FROM ".
           05  FL-FILE-NAME       PIC X(8).
           05  FILLER             PIC X(2)  VALUE ": ".
           05  FL-COUNT           PIC 9(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FL-NOTE            PIC X(30).

       01  WS-SUMMARY-LINE             PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SELECT-CANDIDATES
           IF WS-PURGE-MODE AND WS-MAX-PURGE > ZERO
              AND WS-CAND-COUNT > WS-MAX-PURGE
               DISPLAY "CRDPURGE: " WS-CAND-COUNT " CARDS DUE "
                       "EXCEEDS THE POLICY CEILING OF " WS-MAX-PURGE
                       " - RUNNING AS A DRY RUN"
               SET WS-CEILING-HIT TO TRUE
               MOVE "DRYRUN" TO WS-RUN-MODE
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-TABLE1-KEY SW-PAN-SEQ-NUM
               INPUT PROCEDURE  3000-RELEASE-XREF
               OUTPUT PROCEDURE 3500-MATCH-XREF
           PERFORM 4000-OPEN-TARGET-FILES
           MOVE WS-TODAY      TO HD-RUN-DATE
           MOVE WS-RUN-MODE   TO HD-RUN-MODE
           MOVE WS-RETAIN-MONTHS TO HD-RETAIN-MONTHS
           WRITE PURGE-RPT-LINE FROM WS-HEADING-2
           WRITE PURGE-RPT-LINE FROM WS-HEADING-3
           PERFORM 5000-PURGE-ONE-CARD
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > WS-CAND-COUNT
           IF WS-CORR-OPEN
               PERFORM 6000-PURGE-CORRECTIONS
           END-IF
           PERFORM 7000-CERTIFY-ONE-CARD
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > WS-CAND-COUNT
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-WRAP-UP
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           COMPUTE WS-RUN-MONTH-NUM =
               WS-TODAY-YYYY * 12 + WS-TODAY-MM
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "PURGE_MODE"
               ON EXCEPTION
                   MOVE "DRYRUN" TO WS-RUN-MODE
           END-ACCEPT
           IF NOT WS-PURGE-MODE
               MOVE "DRYRUN" TO WS-RUN-MODE
           END-IF
           PERFORM 1100-READ-POLICY
           PERFORM 1200-LOAD-HOLDS
           IF WS-PURGE-MODE
               OPEN I-O CARD-MASTER-FILE
           ELSE
               OPEN INPUT CARD-MASTER-FILE
           END-IF
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "CRDPURGE: UNABLE TO OPEN CARDMSTR, FILE "
                       "STATUS = " WS-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PURGE-CERT-FILE
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "CRDPURGE: UNABLE TO OPEN PURGCERT, FILE "
                       "STATUS = " WS-CERT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PURGE-RPT-FILE
           WRITE PURGE-RPT-LINE FROM WS-HEADING-1.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "CRDPURGE: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "CRDPURGE: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           CLOSE BIZ-DATE-FILE.

       1100-READ-POLICY.
           OPEN INPUT POLICY-FILE
           IF WS-POL-STATUS NOT = "00"
               DISPLAY "CRDPURGE: UNABLE TO OPEN PURGPOL, FILE "
                       "STATUS = " WS-POL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ POLICY-FILE
               AT END
                   DISPLAY "CRDPURGE: PURGPOL IS EMPTY - NO "
                           "RETENTION POLICY TO APPLY"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           IF PP-RETAIN-MONTHS NOT NUMERIC
              OR PP-MAX-PURGE NOT NUMERIC
               DISPLAY "CRDPURGE: PURGPOL RECORD IS NOT NUMERIC "
                       "WHERE IT MUST BE - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PP-CLOSED-STATUSES TO WS-CLOSED-STATUSES
           IF WS-CLOSED-STATUSES = SPACES
               MOVE "CX" TO WS-CLOSED-STATUSES
           END-IF
           MOVE PP-RETAIN-MONTHS TO WS-RETAIN-MONTHS
           MOVE PP-MAX-PURGE     TO WS-MAX-PURGE
           CLOSE POLICY-FILE.

       1200-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "CRDPURGE: UNABLE TO OPEN LEGLHOLD, FILE "
                       "STATUS = " WS-HOLD-STATUS
                       " - NO PURGE WITHOUT THE LEGAL-HOLD LIST"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-EOF-SW
           READ HOLD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1210-LOAD-ONE-HOLD
               UNTIL WS-EOF
           CLOSE HOLD-FILE.

       1210-LOAD-ONE-HOLD.
           IF WS-HOLD-COUNT >= WS-HOLD-MAX
               DISPLAY "CRDPURGE: WS-HOLD-ENTRY TABLE FULL AT "
                       WS-HOLD-MAX " ENTRIES - INCREASE OCCURS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           SET WS-HX TO WS-HOLD-COUNT
           MOVE LH-TABLE1-KEY     TO WS-HD-TABLE1-KEY(WS-HX)
           MOVE LH-PAN-SEQ-NUM    TO WS-HD-PAN-SEQ-NUM(WS-HX)
           MOVE LH-CASE-REFERENCE TO WS-HD-CASE-REFERENCE(WS-HX)
           IF LH-RELEASE-DATE NUMERIC
               MOVE LH-RELEASE-DATE TO WS-HD-RELEASE-DATE(WS-HX)
           ELSE
               MOVE ZERO TO WS-HD-RELEASE-DATE(WS-HX)
           END-IF
           READ HOLD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      *  THE WHOLE SELECTION IS MADE BEFORE ANY FILE IS CHANGED,
      *  SO A FULL TABLE STOPS THE RUN WITH NOTHING DELETED.
       2000-SELECT-CANDIDATES.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO CARDM-KEY
           START CARD-MASTER-FILE KEY >= CARDM-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               PERFORM 2900-READ-NEXT-CARD
           END-IF
           PERFORM 2100-TEST-ONE-CARD
               UNTIL WS-EOF.

       2100-TEST-ONE-CARD.
           ADD 1 TO WS-READ-COUNT
           MOVE Card_Status IN CARD-MASTER-RECORD TO WS-STATUS-BYTE
           IF WS-STATUS-BYTE NOT = SPACE
              AND (WS-STATUS-BYTE = WS-CLOSED-STATUSES(1:1)
                OR WS-STATUS-BYTE = WS-CLOSED-STATUSES(2:1)
                OR WS-STATUS-BYTE = WS-CLOSED-STATUSES(3:1)
                OR WS-STATUS-BYTE = WS-CLOSED-STATUSES(4:1))
              AND Expiry_Date IN CARD-MASTER-RECORD NUMERIC
               MOVE Expiry_Date IN CARD-MASTER-RECORD
                   TO WS-EXPIRY-WORK
               COMPUTE WS-EXPIRY-MONTH-NUM =
                   (2000 + WS-EXPIRY-YY) * 12 + WS-EXPIRY-MM
               COMPUTE WS-EXPIRY-AGE =
                   WS-RUN-MONTH-NUM - WS-EXPIRY-MONTH-NUM
               IF WS-EXPIRY-AGE NOT < WS-RETAIN-MONTHS
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM 2200-CHECK-LEGAL-HOLD
                   IF WS-HELD
                       PERFORM 2400-REPORT-HELD-CARD
                   ELSE
                       PERFORM 2300-ADD-CANDIDATE
                   END-IF
               END-IF
           END-IF
           PERFORM 2900-READ-NEXT-CARD.

      *  A HOLD WITH A BLANK SEQUENCE COVERS EVERY PLASTIC OF THE
      *  PAN; A RELEASE DATE IN THE PAST MEANS THE HOLD HAS LAPSED.
       2200-CHECK-LEGAL-HOLD.
           MOVE "N" TO WS-HELD-SW
           MOVE CARDM-PAN-SEQ-NUM TO WS-SEQ-X
           PERFORM 2210-MATCH-ONE-HOLD
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-HOLD-COUNT OR WS-HELD.

       2210-MATCH-ONE-HOLD.
           SET WS-HX TO WS-SUB
           IF WS-HD-TABLE1-KEY(WS-HX) = CARDM-TABLE1-KEY
              AND (WS-HD-PAN-SEQ-NUM(WS-HX) = SPACES
                OR WS-HD-PAN-SEQ-NUM(WS-HX) = WS-SEQ-X)
              AND (WS-HD-RELEASE-DATE(WS-HX) = ZERO
                OR WS-HD-RELEASE-DATE(WS-HX) NOT < WS-TODAY)
               SET WS-HELD TO TRUE
               MOVE WS-HD-CASE-REFERENCE(WS-HX) TO WS-HELD-CASE
           END-IF.

       2300-ADD-CANDIDATE.
           IF WS-CAND-COUNT >= WS-CAND-MAX
               DISPLAY "CRDPURGE: WS-CAND-ENTRY TABLE FULL AT "
                       WS-CAND-MAX " ENTRIES - INCREASE OCCURS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-CAND-COUNT
           SET WS-CX TO WS-CAND-COUNT
           INITIALIZE WS-CAND-ENTRY(WS-CX)
           MOVE CARDM-KEY TO WS-CD-KEY(WS-CX)
           MOVE Issuer_FIID IN CARD-MASTER-RECORD
               TO WS-CD-ISSUER-FIID(WS-CX)
           MOVE Card_Status IN CARD-MASTER-RECORD
               TO WS-CD-CARD-STATUS(WS-CX)
           MOVE Expiry_Date IN CARD-MASTER-RECORD
               TO WS-CD-EXPIRY-DATE(WS-CX).

       2400-REPORT-HELD-CARD.
           ADD 1 TO WS-HELD-COUNT
           MOVE CARDM-TABLE1-KEY TO WS-MASK-FIELD
           PERFORM 7500-MASK-MIDDLE
           MOVE "HELD"                TO DL-ACTION
           MOVE WS-MASK-FIELD         TO DL-MASKED-PAN
           MOVE CARDM-PAN-SEQ-NUM     TO DL-PAN-SEQ-NUM
           MOVE Issuer_FIID IN CARD-MASTER-RECORD TO DL-ISSUER-FIID
           MOVE Card_Status IN CARD-MASTER-RECORD TO DL-CARD-STATUS
           MOVE Expiry_Date IN CARD-MASTER-RECORD TO DL-EXPIRY-DATE
           MOVE WS-HELD-CASE          TO DL-RESULT
           WRITE PURGE-RPT-LINE FROM WS-DETAIL-LINE.

       2900-READ-NEXT-CARD.
           READ CARD-MASTER-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

      *  THE CROSS-REFERENCE COMES IN ANY ORDER; SORTED INTO CARD
      *  KEY ORDER IT MATCHES AGAINST THE CANDIDATE TABLE IN ONE
      *  PASS.  NO CROSS-REFERENCE MEANS NO CAPTURE ROWS ARE
      *  KNOWN TO BELONG TO ANY CARD.
       3000-RELEASE-XREF.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "CRDPURGE: PURGXREF NOT AVAILABLE, FILE "
                       "STATUS = " WS-XREF-STATUS
                       " - SNAPFILE, CHGHIST AND CORRFILE NOT "
                       "PURGED"
           ELSE
               MOVE "N" TO WS-EOF-SW
               READ XREF-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 3100-RELEASE-ONE-XREF
                   UNTIL WS-EOF
               CLOSE XREF-FILE
           END-IF.

       3100-RELEASE-ONE-XREF.
           ADD 1 TO WS-XREF-READ-COUNT
           MOVE PX-TABLE1-KEY  TO SW-TABLE1-KEY
           MOVE PX-PAN-SEQ-NUM TO SW-PAN-SEQ-NUM
           MOVE PX-TABLE-NAME  TO SW-TABLE-NAME
           MOVE PX-KEY-COL     TO SW-KEY-COL
           RELEASE SORT-WORK-RECORD
           READ XREF-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       3500-MATCH-XREF.
           MOVE 1 TO WS-CAND-SUB
           MOVE "N" TO WS-SORT-EOF-SW
           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN
           PERFORM 3600-MATCH-ONE-XREF
               UNTIL WS-SORT-EOF.

       3600-MATCH-ONE-XREF.
           PERFORM 3610-SKIP-CANDIDATE
               UNTIL WS-CAND-SUB > WS-CAND-COUNT
                  OR WS-CD-KEY(WS-CAND-SUB) NOT < SW-CARD-KEY
           IF WS-CAND-SUB NOT > WS-CAND-COUNT
               IF WS-CD-KEY(WS-CAND-SUB) = SW-CARD-KEY
                   IF WS-CAPKEY-COUNT >= WS-CAPKEY-MAX
                       DISPLAY "CRDPURGE: WS-CAPKEY-ENTRY TABLE "
                               "FULL AT " WS-CAPKEY-MAX
                               " ENTRIES - INCREASE OCCURS"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-CAPKEY-COUNT
                   SET WS-KX TO WS-CAPKEY-COUNT
                   MOVE SW-TABLE-NAME TO WS-CK-TABLE-NAME(WS-KX)
                   MOVE SW-KEY-COL    TO WS-CK-KEY-COL(WS-KX)
                   MOVE WS-CAND-SUB   TO WS-CK-CAND-SUB(WS-KX)
                   IF WS-CD-FIRST-CAPKEY(WS-CAND-SUB) = ZERO
                       MOVE WS-CAPKEY-COUNT
                           TO WS-CD-FIRST-CAPKEY(WS-CAND-SUB)
                   END-IF
               END-IF
           END-IF
           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

       3610-SKIP-CANDIDATE.
           ADD 1 TO WS-CAND-SUB.

      *  A DRY RUN OPENS EVERYTHING READ-ONLY.
       4000-OPEN-TARGET-FILES.
           IF WS-PURGE-MODE
               OPEN I-O SUSPENSE-FILE
               OPEN I-O REIS-CTL-FILE
               OPEN I-O DORM-ACT-FILE
               OPEN I-O SNAPSHOT-FILE
               OPEN I-O CHG-HIST-FILE
               OPEN I-O CORRECTION-FILE
           ELSE
               OPEN INPUT SUSPENSE-FILE
               OPEN INPUT REIS-CTL-FILE
               OPEN INPUT DORM-ACT-FILE
               OPEN INPUT SNAPSHOT-FILE
               OPEN INPUT CHG-HIST-FILE
               OPEN INPUT CORRECTION-FILE
           END-IF
           IF WS-SUSP-STATUS = "00"
               SET WS-SUSP-OPEN TO TRUE
           END-IF
           IF WS-CTL-STATUS = "00"
               SET WS-CTL-OPEN TO TRUE
           END-IF
           IF WS-ACT-STATUS = "00"
               SET WS-ACT-OPEN TO TRUE
           END-IF
           IF WS-SNAP-STATUS = "00"
               SET WS-SNAP-OPEN TO TRUE
           END-IF
           IF WS-CHG-STATUS = "00"
               SET WS-CHG-OPEN TO TRUE
           END-IF
           IF WS-CORR-STATUS = "00"
               SET WS-CORR-OPEN TO TRUE
           END-IF.

       5000-PURGE-ONE-CARD.
           SET WS-CX TO WS-CAND-SUB
           MOVE WS-CD-KEY(WS-CX) TO CARDM-KEY
           IF WS-PURGE-MODE
               DELETE CARD-MASTER-FILE RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-CD-FILE-COUNT(WS-CX, 1)
               END-DELETE
           ELSE
               MOVE 1 TO WS-CD-FILE-COUNT(WS-CX, 1)
           END-IF
           IF WS-SUSP-OPEN
               MOVE WS-CD-KEY(WS-CX) TO SUSP-KEY
               READ SUSPENSE-FILE
                   INVALID KEY SET WS-SUSP-NOT-FOUND TO TRUE
               END-READ
               IF NOT WS-SUSP-NOT-FOUND
                   MOVE 1 TO WS-CD-FILE-COUNT(WS-CX, 2)
                   IF WS-PURGE-MODE
                       DELETE SUSPENSE-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
               END-IF
           END-IF
           IF WS-CTL-OPEN
               MOVE WS-CD-KEY(WS-CX) TO REIS-KEY
               READ REIS-CTL-FILE
                   INVALID KEY SET WS-CTL-NOT-FOUND TO TRUE
               END-READ
               IF NOT WS-CTL-NOT-FOUND
                   MOVE 1 TO WS-CD-FILE-COUNT(WS-CX, 3)
                   IF WS-PURGE-MODE
                       DELETE REIS-CTL-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
               END-IF
           END-IF
           IF WS-ACT-OPEN
               MOVE WS-CD-KEY(WS-CX) TO DA-KEY
               READ DORM-ACT-FILE
                   INVALID KEY SET WS-ACT-NOT-FOUND TO TRUE
               END-READ
               IF NOT WS-ACT-NOT-FOUND
                   MOVE 1 TO WS-CD-FILE-COUNT(WS-CX, 4)
                   IF WS-PURGE-MODE
                       DELETE DORM-ACT-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
               END-IF
           END-IF
           IF WS-CD-FIRST-CAPKEY(WS-CX) > ZERO
               PERFORM 5100-PURGE-CAPTURE-ROW
                   VARYING WS-CAPKEY-SUB
                   FROM WS-CD-FIRST-CAPKEY(WS-CX) BY 1
                   UNTIL WS-CAPKEY-SUB > WS-CAPKEY-COUNT
                      OR WS-CK-CAND-SUB(WS-CAPKEY-SUB)
                             NOT = WS-CAND-SUB
           END-IF.

      *  THE CAPTURE-ROW TABLE IS IN CARD ORDER, SO THE CALLER
      *  STARTS AT THE CARD'S FIRST ROW AND STOPS AT THE FIRST ROW
      *  OF THE NEXT CARD - ONLY THIS CARD'S ROWS COME HERE.
       5100-PURGE-CAPTURE-ROW.
           SET WS-KX TO WS-CAPKEY-SUB
           IF WS-SNAP-OPEN
               MOVE WS-CK-TABLE-NAME(WS-KX)
                   TO SNAP-KEY-TABLE-NAME
               MOVE WS-CK-KEY-COL(WS-KX) TO SNAP-KEY-KEY-COL
               READ SNAPSHOT-FILE
                   INVALID KEY SET WS-SNAP-NOT-FOUND TO TRUE
               END-READ
               IF NOT WS-SNAP-NOT-FOUND
                   ADD 1 TO WS-CD-FILE-COUNT(WS-CX, 5)
                   IF WS-PURGE-MODE
                       DELETE SNAPSHOT-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
               END-IF
           END-IF
           IF WS-CHG-OPEN
               PERFORM 5200-PURGE-HISTORY-IMAGES
           END-IF.

      *  EVERY ARCHIVED IMAGE OF THE ROW, OLDEST FIRST.
       5200-PURGE-HISTORY-IMAGES.
           MOVE "N" TO WS-EOF-SW
           MOVE WS-CK-TABLE-NAME(WS-KX) TO CHG-TABLE-NAME
           MOVE WS-CK-KEY-COL(WS-KX)    TO CHG-KEY-COL
           MOVE LOW-VALUES              TO CHG-TIMESTAMP
           START CHG-HIST-FILE KEY >= CHG-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               PERFORM 5300-READ-NEXT-IMAGE
           END-IF
           PERFORM 5250-PURGE-ONE-IMAGE
               UNTIL WS-EOF.

       5250-PURGE-ONE-IMAGE.
           ADD 1 TO WS-CD-FILE-COUNT(WS-CX, 6)
           IF WS-PURGE-MODE
               DELETE CHG-HIST-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF
           PERFORM 5300-READ-NEXT-IMAGE.

       5300-READ-NEXT-IMAGE.
           READ CHG-HIST-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               IF CHG-TABLE-NAME NOT = WS-CK-TABLE-NAME(WS-KX)
                  OR CHG-KEY-COL NOT = WS-CK-KEY-COL(WS-KX)
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.

      *  CORRECTIONS ARE KEYED ON THEIR OWN ID, SO ONE PASS OF
      *  THE FILE CHECKS EACH AGAINST THE PURGED CAPTURE ROWS.
       6000-PURGE-CORRECTIONS.
           MOVE "N" TO WS-EOF-SW
           MOVE ZERO TO CORR-ID
           START CORRECTION-FILE KEY >= CORR-ID
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               PERFORM 6200-READ-NEXT-CORRECTION
           END-IF
           PERFORM 6100-TEST-ONE-CORRECTION
               UNTIL WS-EOF.

       6100-TEST-ONE-CORRECTION.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 6110-MATCH-CAPTURE-ROW
               VARYING WS-CAPKEY-SUB FROM 1 BY 1
               UNTIL WS-CAPKEY-SUB > WS-CAPKEY-COUNT OR WS-FOUND
           IF WS-FOUND
               SET WS-CX TO WS-CK-CAND-SUB(WS-KX)
               ADD 1 TO WS-CD-FILE-COUNT(WS-CX, 7)
               IF WS-PURGE-MODE
                   DELETE CORRECTION-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
           END-IF
           PERFORM 6200-READ-NEXT-CORRECTION.

       6110-MATCH-CAPTURE-ROW.
           SET WS-KX TO WS-CAPKEY-SUB
           IF WS-CK-TABLE-NAME(WS-KX) =
                  TABLE-NAME IN CORR-CAPTURE-DATA
              AND WS-CK-KEY-COL(WS-KX) = KEY-COL IN CORR-CAPTURE-DATA
               SET WS-FOUND TO TRUE
           END-IF.

       6200-READ-NEXT-CORRECTION.
           READ CORRECTION-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

       7000-CERTIFY-ONE-CARD.
           SET WS-CX TO WS-CAND-SUB
           MOVE WS-CD-TABLE1-KEY(WS-CX) TO WS-MASK-FIELD
           PERFORM 7500-MASK-MIDDLE
           MOVE "CARD"                      TO PC-RECORD-TYPE
           MOVE WS-TODAY                    TO PC-RUN-DATE
           MOVE WS-RUN-MODE                 TO PC-RUN-MODE
           MOVE WS-MASK-FIELD               TO PC-MASKED-PAN
           MOVE WS-CD-PAN-SEQ-NUM(WS-CX)    TO PC-PAN-SEQ-NUM
           MOVE WS-CD-ISSUER-FIID(WS-CX)    TO PC-ISSUER-FIID
           MOVE WS-CD-CARD-STATUS(WS-CX)    TO PC-CARD-STATUS
           MOVE WS-CD-EXPIRY-DATE(WS-CX)    TO PC-EXPIRY-DATE
           MOVE WS-CD-FILE-COUNT(WS-CX, 1)  TO PC-CARDMSTR-COUNT
           MOVE WS-CD-FILE-COUNT(WS-CX, 2)  TO PC-SUSPFILE-COUNT
           MOVE WS-CD-FILE-COUNT(WS-CX, 3)  TO PC-REISCTL-COUNT
           MOVE WS-CD-FILE-COUNT(WS-CX, 4)  TO PC-DORMACT-COUNT
           MOVE WS-CD-FILE-COUNT(WS-CX, 5)  TO PC-SNAPFILE-COUNT
           MOVE WS-CD-FILE-COUNT(WS-CX, 6)  TO PC-CHGHIST-COUNT
           MOVE WS-CD-FILE-COUNT(WS-CX, 7)  TO PC-CORRFILE-COUNT
           WRITE PURGE-CERT-RECORD
           MOVE ZERO TO WS-RECORD-TOTAL
           PERFORM 7100-ADD-FILE-COUNT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 7
           IF WS-PURGE-MODE
               MOVE "PURGED"            TO DL-ACTION
           ELSE
               MOVE "WOULD"             TO DL-ACTION
           END-IF
           MOVE WS-MASK-FIELD           TO DL-MASKED-PAN
           MOVE WS-CD-PAN-SEQ-NUM(WS-CX) TO DL-PAN-SEQ-NUM
           MOVE WS-CD-ISSUER-FIID(WS-CX) TO DL-ISSUER-FIID
           MOVE WS-CD-CARD-STATUS(WS-CX) TO DL-CARD-STATUS
           MOVE WS-CD-EXPIRY-DATE(WS-CX) TO DL-EXPIRY-DATE
           MOVE WS-RECORD-TOTAL         TO DL-RESULT
           WRITE PURGE-RPT-LINE FROM WS-DETAIL-LINE.

       7100-ADD-FILE-COUNT.
           ADD WS-CD-FILE-COUNT(WS-CX, WS-FILE-SUB)
               TO WS-FILE-TOTAL(WS-FILE-SUB)
           ADD WS-CD-FILE-COUNT(WS-CX, WS-FILE-SUB)
               TO WS-RECORD-TOTAL.

      *  MASKS WS-MASK-FIELD IN PLACE TO FIRST-6/LAST-4, THE SAME
      *  RULE PCIMASK APPLIES.
       7500-MASK-MIDDLE.
           MOVE ZERO TO WS-MASK-LEN
           PERFORM 7510-FIND-LAST-CHARACTER
               VARYING WS-MASK-SUB FROM 19 BY -1
               UNTIL WS-MASK-SUB < 1
                  OR WS-MASK-LEN > ZERO
           COMPUTE WS-MASK-END = WS-MASK-LEN - 4
           PERFORM 7520-MASK-ONE-CHARACTER
               VARYING WS-MASK-SUB FROM 7 BY 1
               UNTIL WS-MASK-SUB > WS-MASK-END.

       7510-FIND-LAST-CHARACTER.
           IF WS-MASK-FIELD(WS-MASK-SUB:1) NOT = SPACE
               MOVE WS-MASK-SUB TO WS-MASK-LEN
           END-IF.

       7520-MASK-ONE-CHARACTER.
           MOVE "*" TO WS-MASK-FIELD(WS-MASK-SUB:1).

       8000-WRITE-SUMMARY.
           MOVE "TRAILER"     TO PCT-RECORD-ID
           MOVE WS-TODAY      TO PCT-RUN-DATE
           MOVE WS-RUN-MODE   TO PCT-RUN-MODE
           MOVE WS-CAND-COUNT TO PCT-CARDS-PURGED
           MOVE WS-HELD-COUNT TO PCT-CARDS-HELD
           MOVE WS-FILE-TOTAL(1) TO PCT-CARDMSTR-COUNT
           MOVE WS-FILE-TOTAL(2) TO PCT-SUSPFILE-COUNT
           MOVE WS-FILE-TOTAL(3) TO PCT-REISCTL-COUNT
           MOVE WS-FILE-TOTAL(4) TO PCT-DORMACT-COUNT
           MOVE WS-FILE-TOTAL(5) TO PCT-SNAPFILE-COUNT
           MOVE WS-FILE-TOTAL(6) TO PCT-CHGHIST-COUNT
           MOVE WS-FILE-TOTAL(7) TO PCT-CORRFILE-COUNT
           WRITE PURGE-CERT-TRAILER
           MOVE SPACES TO PURGE-RPT-LINE
           WRITE PURGE-RPT-LINE
           PERFORM 8100-WRITE-FILE-LINE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 7
           MOVE SPACES TO PURGE-RPT-LINE
           WRITE PURGE-RPT-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "CARDS READ: " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE PURGE-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "CARDS DUE UNDER POLICY: " DELIMITED BY SIZE
                  WS-DUE-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE PURGE-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "CARDS KEPT ON LEGAL HOLD: " DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE PURGE-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "CROSS-REFERENCE RECORDS READ: " DELIMITED BY SIZE
                  WS-XREF-READ-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE PURGE-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "CAPTURE ROWS LINKED: " DELIMITED BY SIZE
                  WS-CAPKEY-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE PURGE-RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-CEILING-HIT
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "*** POLICY CEILING EXCEEDED - NOTHING "
                       DELIMITED BY SIZE
                      "DELETED ***" DELIMITED BY SIZE
                   INTO WS-SUMMARY-LINE
               WRITE PURGE-RPT-LINE FROM WS-SUMMARY-LINE
           END-IF
           MOVE SPACES TO WS-SUMMARY-LINE
           IF WS-PURGE-MODE
               STRING "TOTAL CARDS PURGED: " DELIMITED BY SIZE
                      WS-CAND-COUNT DELIMITED BY SIZE
                   INTO WS-SUMMARY-LINE
           ELSE
               STRING "TOTAL CARDS THAT WOULD BE PURGED: "
                       DELIMITED BY SIZE
                      WS-CAND-COUNT DELIMITED BY SIZE
                   INTO WS-SUMMARY-LINE
           END-IF
           WRITE PURGE-RPT-LINE FROM WS-SUMMARY-LINE.

       8100-WRITE-FILE-LINE.
           MOVE WS-FILE-NAME(WS-FILE-SUB)  TO FL-FILE-NAME
           MOVE WS-FILE-TOTAL(WS-FILE-SUB) TO FL-COUNT
           MOVE SPACES TO FL-NOTE
           EVALUATE WS-FILE-SUB
               WHEN 2
                   IF NOT WS-SUSP-OPEN
                       MOVE "FILE NOT PRESENT" TO FL-NOTE
                   END-IF
               WHEN 3
                   IF NOT WS-CTL-OPEN
                       MOVE "FILE NOT PRESENT" TO FL-NOTE
                   END-IF
               WHEN 4
                   IF NOT WS-ACT-OPEN
                       MOVE "FILE NOT PRESENT" TO FL-NOTE
                   END-IF
               WHEN 5
                   IF NOT WS-SNAP-OPEN
                       MOVE "FILE NOT PRESENT" TO FL-NOTE
                   END-IF
               WHEN 6
                   IF NOT WS-CHG-OPEN
                       MOVE "FILE NOT PRESENT" TO FL-NOTE
                   END-IF
               WHEN 7
                   IF NOT WS-CORR-OPEN
                       MOVE "FILE NOT PRESENT" TO FL-NOTE
                   END-IF
           END-EVALUATE
           WRITE PURGE-RPT-LINE FROM WS-FILE-LINE.

       9000-WRAP-UP.
           CLOSE CARD-MASTER-FILE
           IF WS-SUSP-OPEN
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-CTL-OPEN
               CLOSE REIS-CTL-FILE
           END-IF
           IF WS-ACT-OPEN
               CLOSE DORM-ACT-FILE
           END-IF
           IF WS-SNAP-OPEN
               CLOSE SNAPSHOT-FILE
           END-IF
           IF WS-CHG-OPEN
               CLOSE CHG-HIST-FILE
           END-IF
           IF WS-CORR-OPEN
               CLOSE CORRECTION-FILE
           END-IF
           CLOSE PURGE-CERT-FILE
           CLOSE PURGE-RPT-FILE
           IF WS-CEILING-HIT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HELD-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
