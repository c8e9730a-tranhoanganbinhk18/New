      * ---------------------------------------------------------
      *  PROGRAM-ID  : DORMANT
      *  PURPOSE     : Dormant-card detection from Chip_Tran_Counter
      *                inactivity.  CARDAUD only checks the counter
      *                for going backwards; an active card whose
      *                counter has not moved in months still has a
      *                live Daily_Limit and nobody using it.  This
      *                works out, per card, the last date its
      *                Chip_Tran_Counter was seen to change and
      *                keeps it on the keyed chip-activity file
      *                (DORMACT, dormact.cpy).  The evidence is the
      *                banked card master generations catalogued on
      *                GENCATLG (gencat.cpy, files named
      *                <DDNAME>.G<NNNN> by GENMGR, ddname from
      *                DORMANT_GEN_DDNAME, default CARDMSTR),
      *                replayed oldest first with each generation's
      *                catalog date, and then tonight's card master
      *                (CARDMSTR, cardmst.cpy).  An observation no
      *                newer than the last one already applied to a
      *                card is ignored, so replaying the same
      *                generations every night, or rerunning a
      *                night, changes nothing.  The change-history
      *                archive (CHGHIST) is not consulted: it
      *                archives the ALL_DT capture stream, keyed on
      *                an 11-digit KEY-COL, and carries no card
      *                fields.  Every active card (Card_Status "A")
      *                idle 90 days or more is banded 90 / 180 /
      *                365 days, listed on the report (DORMRPT)
      *                grouped by Issuer_FIID and Card_Type, and
      *                written to the machine-readable closure-
      *                candidate file (DORMCAND, dormcand.cpy) for
      *                card operations to review before any status
      *                change.  A candidate already on the reissue
      *                control file (REISCTL, reisctl.cpy) for its
      *                current expiry cycle is flagged, so nobody
      *                keeps embossing replacements for a plastic
      *                nobody uses.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DORMANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER-FILE  ASSIGN TO "CARDMSTR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CARDM-KEY
                  ALTERNATE RECORD KEY IS CARDM-ACCOUNT-NUMBER
                      WITH DUPLICATES
                  FILE STATUS IS WS-IN-STATUS.

           SELECT OPTIONAL CATALOG-FILE
                  ASSIGN TO "GENCATLG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAT-STATUS.

           SELECT GEN-CARD-FILE     ASSIGN TO "DORMGEN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GEN-STATUS.

           SELECT DORM-ACT-FILE     ASSIGN TO "DORMACT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DA-KEY
                  FILE STATUS IS WS-ACT-STATUS.

           SELECT REIS-CTL-FILE     ASSIGN TO "REISCTL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REIS-KEY
                  FILE STATUS IS WS-CTL-STATUS.

           SELECT SORT-WORK-FILE    ASSIGN TO "DORMSORT"
                  FILE STATUS IS WS-SORT-STATUS.

           SELECT DORM-CAND-FILE    ASSIGN TO "DORMCAND"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAND-STATUS.

           SELECT DORM-RPT-FILE     ASSIGN TO "DORMRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER-FILE.
           COPY "cardmst.cpy".

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           COPY "gencat.cpy" REPLACING ==01== BY ==03==.

       FD  GEN-CARD-FILE.
           COPY "cardmst.cpy" REPLACING ==CARD-MASTER-RECORD==
               BY ==GEN-CARD-RECORD==.

       FD  DORM-ACT-FILE.
           COPY "dormact.cpy".

       FD  REIS-CTL-FILE.
           COPY "reisctl.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-ISSUER-FIID          PIC X(4).
           05  SW-CARD-TYPE            PIC XX.
           05  SW-DORMANCY-BAND        PIC 9(3).
           05  SW-TABLE1-KEY           PIC X(19).
           05  SW-PAN-SEQ-NUM          PIC 9(3).
           05  SW-IDLE-DAYS            PIC 9(5).
           05  SW-LAST-CHANGE-DATE     PIC 9(8).
           05  SW-CHANGE-BASIS         PIC X.
           05  SW-CHIP-TRAN-COUNTER    PIC 9(4).
           05  SW-REISSUE-FLAG         PIC X.

       FD  DORM-CAND-FILE.
       01  DORM-CAND-RECORD.
           COPY "dormcand.cpy" REPLACING ==01== BY ==03==.

       FD  DORM-RPT-FILE.
       01  DORM-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-IN-STATUS                PIC XX.
           88  WS-IN-EOF                VALUE "10".
       01  WS-CAT-STATUS               PIC XX.
           88  WS-CAT-EOF               VALUE "10".
       01  WS-GEN-STATUS               PIC XX.
           88  WS-GEN-EOF               VALUE "10".
       01  WS-ACT-STATUS               PIC XX.
           88  WS-ACT-NOT-FOUND         VALUE "23".
           88  WS-ACT-MISSING           VALUE "35".
       01  WS-CTL-STATUS               PIC XX.
           88  WS-CTL-MISSING           VALUE "35".
       01  WS-SORT-STATUS              PIC XX.
       01  WS-CAND-STATUS              PIC XX.
       01  WS-RPT-STATUS               PIC XX.

       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-GEN-EOF-SW               PIC X       VALUE "N".
           88  WS-GEN-DONE             VALUE "Y".
       01  WS-RPT-EOF-SW               PIC X       VALUE "N".
           88  WS-RPT-DONE             VALUE "Y".
       01  WS-FOUND-SW                 PIC X       VALUE "N".
           88  WS-FOUND                VALUE "Y".
       01  WS-CTL-OPEN-SW              PIC X       VALUE "N".
           88  WS-CTL-OPEN             VALUE "Y".
       01  WS-ON-CTL-SW                PIC X       VALUE "N".
           88  WS-ON-CTL               VALUE "Y".

       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-DAYNUM             PIC 9(7).
       01  WS-CHANGE-DAYNUM            PIC 9(7).
       01  WS-IDLE-DAYS                PIC 9(5).
       01  WS-DORMANCY-BAND            PIC 9(3).

       01  WS-GEN-DDNAME               PIC X(12)   VALUE SPACES.
       01  WS-GEN-FILE-NAME            PIC X(18)   VALUE SPACES.

      *  ONE OBSERVATION OF A CARD'S COUNTER, FROM A BANKED
      *  GENERATION OR FROM TONIGHT'S CARD MASTER.
       01  WS-OBSERVATION.
           05  WS-OBS-TABLE1-KEY       PIC X(19).
           05  WS-OBS-PAN-SEQ-NUM      PIC 9(3).
           05  WS-OBS-COUNTER          PIC 9(4).
           05  WS-OBS-DATE             PIC 9(8).

      *  LIVE GENERATIONS OF THE BANKED CARD MASTER, FOLDED FROM
      *  THE APPEND-ONLY CATALOG THE SAME WAY GENMGR FOLDS IT: A
      *  "CATLG" RECORD TAKES A SLOT, A LATER "PURGED" RECORD
      *  MARKS IT DEAD.  GENERATION NUMBERS ONLY EVER GROW, SO
      *  TABLE ORDER IS OLDEST FIRST.
       01  WS-GEN-TABLE.
           05  WS-GEN-MAX              PIC 9(4)    VALUE 400.
           05  WS-GEN-COUNT            PIC 9(4)    VALUE ZERO.
           05  WS-GEN-ENTRY OCCURS 400 TIMES
                       INDEXED BY WS-GX.
               10  WS-GE-GENERATION     PIC 9(4).
               10  WS-GE-DATE           PIC 9(8).
               10  WS-GE-LIVE-SW        PIC X.
                   88  WS-GE-LIVE       VALUE "Y".

       01  WS-SUB                      PIC 9(4)    VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-GENS-APPLIED         PIC 9(4)    VALUE ZERO.
           05  WS-GEN-READ-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-READ-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-ACTIVE-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-BAND-090-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-BAND-180-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-BAND-365-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-REISSUE-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-CAND-COUNT           PIC 9(9)    VALUE ZERO.

       01  WS-GROUP-COUNTERS.
           05  WS-GRP-090-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-GRP-180-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-GRP-365-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-GRP-REISSUE-COUNT    PIC 9(7)    VALUE ZERO.

       01  WS-BREAK-KEYS.
           05  WS-PREV-ISSUER          PIC X(4)    VALUE SPACES.
           05  WS-PREV-CARD-TYPE       PIC XX      VALUE SPACES.
           05  WS-FIRST-GROUP-SW       PIC X       VALUE "Y".

       01  WS-HEADING-1                PIC X(60) VALUE
           "DORMANT CARD REPORT - CHIP COUNTER INACTIVITY".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER      PIC X(21) VALUE "TABLE1-KEY".
           05  FILLER      PIC X(5)  VALUE "SEQ".
           05  FILLER      PIC X(6)  VALUE "BAND".
           05  FILLER      PIC X(11) VALUE "IDLE-DAYS".
           05  FILLER      PIC X(13) VALUE "LAST-CHANGE".
           05  FILLER      PIC X(7)  VALUE "BASIS".
           05  FILLER      PIC X(9)  VALUE "COUNTER".
           05  FILLER      PIC X(10) VALUE "REISSUE".

       01  WS-GROUP-HEADER-LINE.
           05  FILLER            PIC X(9)  VALUE "ISSUER: ".
           05  GH-ISSUER          PIC X(4).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(11) VALUE "CARD-TYPE: ".
           05  GH-CARD-TYPE       PIC XX.

       01  WS-DETAIL-LINE.
           05  DL-TABLE1-KEY      PIC X(19).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-PAN-SEQ-NUM     PIC 9(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-BAND            PIC 9(3).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  DL-IDLE-DAYS       PIC ZZ,ZZ9.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  DL-LAST-CHANGE     PIC 9(8).
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  DL-BASIS           PIC X(7).
           05  DL-COUNTER         PIC 9(4).
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  DL-REISSUE         PIC X(10).

       01  WS-GROUP-TOTAL-LINE          PIC X(80)   VALUE SPACES.
       01  WS-SUMMARY-LINE              PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ONE-GENERATION
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GEN-COUNT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ISSUER-FIID SW-CARD-TYPE
                  DESCENDING KEY SW-DORMANCY-BAND
                  ASCENDING KEY SW-TABLE1-KEY SW-PAN-SEQ-NUM
               INPUT PROCEDURE  3000-SCAN-CARD-MASTER
               OUTPUT PROCEDURE 4000-PRODUCE-REPORT
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-WRAP-UP
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           ACCEPT WS-GEN-DDNAME FROM ENVIRONMENT "DORMANT_GEN_DDNAME"
               ON EXCEPTION
                   MOVE SPACES TO WS-GEN-DDNAME
           END-ACCEPT
           IF WS-GEN-DDNAME = SPACES
               MOVE "CARDMSTR" TO WS-GEN-DDNAME
           END-IF
           PERFORM 1100-LOAD-CATALOG
           OPEN I-O DORM-ACT-FILE
           IF WS-ACT-MISSING
               OPEN OUTPUT DORM-ACT-FILE
               CLOSE DORM-ACT-FILE
               OPEN I-O DORM-ACT-FILE
           END-IF
           IF WS-ACT-STATUS NOT = "00"
               DISPLAY "DORMANT: UNABLE TO OPEN DORMACT, FILE "
                       "STATUS = " WS-ACT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT REIS-CTL-FILE
           IF WS-CTL-STATUS = "00"
               SET WS-CTL-OPEN TO TRUE
           ELSE
               DISPLAY "DORMANT: REISCTL NOT AVAILABLE, FILE "
                       "STATUS = " WS-CTL-STATUS
                       " - NO CANDIDATE WILL BE FLAGGED AS ON "
                       "REISSUE"
           END-IF
           OPEN OUTPUT DORM-CAND-FILE
           OPEN OUTPUT DORM-RPT-FILE
           WRITE DORM-RPT-LINE FROM WS-HEADING-1
           WRITE DORM-RPT-LINE FROM WS-BIZ-DATE-HEADING
           WRITE DORM-RPT-LINE FROM WS-HEADING-2.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "DORMANT: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "DORMANT: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

      *  A MISSING CATALOG MEANS NOTHING HAS BEEN BANKED YET; THE
      *  ACTIVITY FILE THEN BUILDS UP FROM TONIGHT'S CARD MASTER
      *  ALONE.
       1100-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "05"
               DISPLAY "DORMANT: UNABLE TO OPEN GENCATLG, FILE "
                       "STATUS = " WS-CAT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ CATALOG-FILE
               AT END SET WS-CAT-EOF TO TRUE
           END-READ
           PERFORM 1200-FOLD-CATALOG-RECORD
               UNTIL WS-CAT-EOF
           CLOSE CATALOG-FILE.

       1200-FOLD-CATALOG-RECORD.
           IF GC-DDNAME = WS-GEN-DDNAME
               PERFORM 1250-FIND-GENERATION
               IF GC-DISPOSITION = "CATLG"
                   IF NOT WS-FOUND
                       IF WS-GEN-COUNT >= WS-GEN-MAX
                           DISPLAY "DORMANT: WS-GEN-ENTRY TABLE "
                                   "FULL AT " WS-GEN-MAX
                                   " ENTRIES - INCREASE OCCURS"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-GEN-COUNT
                       SET WS-GX TO WS-GEN-COUNT
                       MOVE GC-GENERATION TO WS-GE-GENERATION(WS-GX)
                   END-IF
                   IF GC-BUSINESS-DATE NUMERIC
                       MOVE GC-BUSINESS-DATE TO WS-GE-DATE(WS-GX)
                   ELSE
                       MOVE GC-CREATE-TIMESTAMP(1:8)
                           TO WS-GE-DATE(WS-GX)
                   END-IF
                   MOVE "Y" TO WS-GE-LIVE-SW(WS-GX)
               ELSE
                   IF WS-FOUND
                       MOVE "N" TO WS-GE-LIVE-SW(WS-GX)
                   END-IF
               END-IF
           END-IF
           READ CATALOG-FILE
               AT END SET WS-CAT-EOF TO TRUE
           END-READ.

       1250-FIND-GENERATION.
           MOVE "N" TO WS-FOUND-SW
           SET WS-GX TO 1
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GEN-COUNT
                  OR WS-FOUND
               SET WS-GX TO WS-SUB
               IF WS-GE-GENERATION(WS-GX) = GC-GENERATION
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *  A GENERATION BANKED AFTER THE DATE BEING RUN FOR CANNOT
      *  BE EVIDENCE FOR IT, AND A GENERATION FILE THAT HAS GONE
      *  MISSING FROM DISK IS REPORTED AND PASSED OVER.
       2000-APPLY-ONE-GENERATION.
           SET WS-GX TO WS-SUB
           IF WS-GE-LIVE(WS-GX)
              AND WS-GE-DATE(WS-GX) NOT > WS-TODAY
               MOVE SPACES TO WS-GEN-FILE-NAME
               STRING WS-GEN-DDNAME DELIMITED BY SPACE
                      ".G" DELIMITED BY SIZE
                      WS-GE-GENERATION(WS-GX) DELIMITED BY SIZE
                   INTO WS-GEN-FILE-NAME
               SET ENVIRONMENT "DORMGEN" TO WS-GEN-FILE-NAME
               OPEN INPUT GEN-CARD-FILE
               IF WS-GEN-STATUS NOT = "00"
                   DISPLAY "DORMANT: GENERATION " WS-GEN-FILE-NAME
                           " NOT READABLE, FILE STATUS = "
                           WS-GEN-STATUS " - SKIPPED"
               ELSE
                   ADD 1 TO WS-GENS-APPLIED
                   MOVE WS-GE-DATE(WS-GX) TO WS-OBS-DATE
                   MOVE "N" TO WS-GEN-EOF-SW
                   PERFORM 2100-READ-GENERATION
                   PERFORM 2200-APPLY-GENERATION-RECORD
                       UNTIL WS-GEN-DONE
                   CLOSE GEN-CARD-FILE
               END-IF
           END-IF.

       2100-READ-GENERATION.
           READ GEN-CARD-FILE
               AT END SET WS-GEN-DONE TO TRUE
           END-READ.

       2200-APPLY-GENERATION-RECORD.
           ADD 1 TO WS-GEN-READ-COUNT
           MOVE CARDM-TABLE1-KEY IN GEN-CARD-RECORD
               TO WS-OBS-TABLE1-KEY
           MOVE CARDM-PAN-SEQ-NUM IN GEN-CARD-RECORD
               TO WS-OBS-PAN-SEQ-NUM
           MOVE Chip_Tran_Counter IN GEN-CARD-RECORD
               TO WS-OBS-COUNTER
           PERFORM 2500-APPLY-OBSERVATION
           PERFORM 2100-READ-GENERATION.

      *  A CARD SEEN FOR THE FIRST TIME STARTS ITS CLOCK ON THAT
      *  OBSERVATION (BASIS "F").  A LATER OBSERVATION WITH A
      *  DIFFERENT COUNTER VALUE MOVES THE LAST-CHANGE DATE UP TO
      *  THAT OBSERVATION (BASIS "C").  AN OBSERVATION NO NEWER
      *  THAN THE LAST ONE APPLIED IS ALREADY ACCOUNTED FOR.
       2500-APPLY-OBSERVATION.
           MOVE WS-OBS-TABLE1-KEY  TO DA-TABLE1-KEY
           MOVE WS-OBS-PAN-SEQ-NUM TO DA-PAN-SEQ-NUM
           READ DORM-ACT-FILE
               INVALID KEY SET WS-ACT-NOT-FOUND TO TRUE
           END-READ
           IF WS-ACT-NOT-FOUND
               MOVE WS-OBS-COUNTER TO DA-LAST-COUNTER
               MOVE WS-OBS-DATE    TO DA-LAST-CHANGE-DATE
               MOVE WS-OBS-DATE    TO DA-LAST-SEEN-DATE
               MOVE "F"            TO DA-CHANGE-BASIS
               WRITE DORMANCY-ACTIVITY-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               IF WS-OBS-DATE > DA-LAST-SEEN-DATE
                   IF WS-OBS-COUNTER NOT = DA-LAST-COUNTER
                       MOVE WS-OBS-COUNTER TO DA-LAST-COUNTER
                       MOVE WS-OBS-DATE    TO DA-LAST-CHANGE-DATE
                       MOVE "C"            TO DA-CHANGE-BASIS
                   END-IF
                   MOVE WS-OBS-DATE TO DA-LAST-SEEN-DATE
                   REWRITE DORMANCY-ACTIVITY-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

       3000-SCAN-CARD-MASTER.
           OPEN INPUT CARD-MASTER-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "DORMANT: UNABLE TO OPEN CARDMSTR, FILE "
                       "STATUS = " WS-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ CARD-MASTER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 3100-EXAMINE-ONE-CARD
               UNTIL WS-EOF
           CLOSE CARD-MASTER-FILE.

       3100-EXAMINE-ONE-CARD.
           ADD 1 TO WS-READ-COUNT
           MOVE CARDM-TABLE1-KEY IN CARD-MASTER-RECORD
               TO WS-OBS-TABLE1-KEY
           MOVE CARDM-PAN-SEQ-NUM IN CARD-MASTER-RECORD
               TO WS-OBS-PAN-SEQ-NUM
           MOVE Chip_Tran_Counter IN CARD-MASTER-RECORD
               TO WS-OBS-COUNTER
           MOVE WS-TODAY TO WS-OBS-DATE
           PERFORM 2500-APPLY-OBSERVATION
           IF Card_Status IN CARD-MASTER-RECORD = "A"
               ADD 1 TO WS-ACTIVE-COUNT
               PERFORM 3200-BAND-ACTIVE-CARD
           END-IF
           READ CARD-MASTER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       3200-BAND-ACTIVE-CARD.
           COMPUTE WS-CHANGE-DAYNUM =
               FUNCTION INTEGER-OF-DATE(DA-LAST-CHANGE-DATE)
           IF WS-CHANGE-DAYNUM < WS-TODAY-DAYNUM
               COMPUTE WS-IDLE-DAYS =
                   WS-TODAY-DAYNUM - WS-CHANGE-DAYNUM
           ELSE
               MOVE ZERO TO WS-IDLE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-IDLE-DAYS >= 365
                   MOVE 365 TO WS-DORMANCY-BAND
                   ADD 1 TO WS-BAND-365-COUNT
               WHEN WS-IDLE-DAYS >= 180
                   MOVE 180 TO WS-DORMANCY-BAND
                   ADD 1 TO WS-BAND-180-COUNT
               WHEN WS-IDLE-DAYS >= 90
                   MOVE 090 TO WS-DORMANCY-BAND
                   ADD 1 TO WS-BAND-090-COUNT
               WHEN OTHER
                   MOVE ZERO TO WS-DORMANCY-BAND
           END-EVALUATE
           IF WS-DORMANCY-BAND > ZERO
               PERFORM 3300-TEST-ON-REISSUE
               PERFORM 3400-WRITE-CANDIDATE
           END-IF.

      *  SAME TEST REISSUE USES TO SUPPRESS A REPEAT ORDER: A
      *  CONTROL RECORD FOR THE KEY CARRYING THE CARD'S CURRENT
      *  Expiry_Date MEANS A REPLACEMENT HAS BEEN (OR IS BEING)
      *  EMBOSSED FOR THIS CYCLE.
       3300-TEST-ON-REISSUE.
           MOVE "N" TO WS-ON-CTL-SW
           IF WS-CTL-OPEN
               MOVE CARDM-TABLE1-KEY IN CARD-MASTER-RECORD
                   TO REIS-TABLE1-KEY
               MOVE CARDM-PAN-SEQ-NUM IN CARD-MASTER-RECORD
                   TO REIS-PAN-SEQ-NUM
               READ REIS-CTL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF REIS-EXPIRY-DATE =
                              Expiry_Date IN CARD-MASTER-RECORD
                           SET WS-ON-CTL TO TRUE
                       END-IF
               END-READ
           END-IF.

       3400-WRITE-CANDIDATE.
           ADD 1 TO WS-CAND-COUNT
           MOVE CARDM-TABLE1-KEY IN CARD-MASTER-RECORD
               TO DC-TABLE1-KEY
           MOVE CARDM-PAN-SEQ-NUM IN CARD-MASTER-RECORD
               TO DC-PAN-SEQ-NUM
           MOVE Issuer_FIID IN CARD-MASTER-RECORD TO DC-ISSUER-FIID
           MOVE Card_Type IN CARD-MASTER-RECORD   TO DC-CARD-TYPE
           MOVE Account_Number IN CARD-MASTER-RECORD
               TO DC-ACCOUNT-NUMBER
           MOVE DA-LAST-COUNTER      TO DC-CHIP-TRAN-COUNTER
           MOVE DA-LAST-CHANGE-DATE  TO DC-LAST-CHANGE-DATE
           MOVE DA-CHANGE-BASIS      TO DC-CHANGE-BASIS
           MOVE WS-IDLE-DAYS         TO DC-IDLE-DAYS
           MOVE WS-DORMANCY-BAND     TO DC-DORMANCY-BAND
           MOVE Daily_Limit IN CARD-MASTER-RECORD TO DC-DAILY-LIMIT
           MOVE Expiry_Date IN CARD-MASTER-RECORD TO DC-EXPIRY-DATE
           IF WS-ON-CTL
               ADD 1 TO WS-REISSUE-COUNT
               MOVE "Y"              TO DC-REISSUE-FLAG
               MOVE REIS-SENT-DATE   TO DC-REIS-SENT-DATE
           ELSE
               MOVE "N"              TO DC-REISSUE-FLAG
               MOVE ZERO             TO DC-REIS-SENT-DATE
           END-IF
           MOVE WS-TODAY             TO DC-RUN-DATE
           WRITE DORM-CAND-RECORD
           MOVE DC-ISSUER-FIID       TO SW-ISSUER-FIID
           MOVE DC-CARD-TYPE         TO SW-CARD-TYPE
           MOVE DC-DORMANCY-BAND     TO SW-DORMANCY-BAND
           MOVE DC-TABLE1-KEY        TO SW-TABLE1-KEY
           MOVE DC-PAN-SEQ-NUM       TO SW-PAN-SEQ-NUM
           MOVE DC-IDLE-DAYS         TO SW-IDLE-DAYS
           MOVE DC-LAST-CHANGE-DATE  TO SW-LAST-CHANGE-DATE
           MOVE DC-CHANGE-BASIS      TO SW-CHANGE-BASIS
           MOVE DC-CHIP-TRAN-COUNTER TO SW-CHIP-TRAN-COUNTER
           MOVE DC-REISSUE-FLAG      TO SW-REISSUE-FLAG
           RELEASE SORT-WORK-RECORD.

       4000-PRODUCE-REPORT.
           RETURN SORT-WORK-FILE
               AT END SET WS-RPT-DONE TO TRUE
           END-RETURN
           PERFORM 4100-REPORT-ONE-CANDIDATE
               UNTIL WS-RPT-DONE
           IF WS-FIRST-GROUP-SW = "N"
               PERFORM 4300-WRITE-GROUP-TOTAL
           END-IF.

       4100-REPORT-ONE-CANDIDATE.
           PERFORM 4200-HANDLE-CONTROL-BREAK
           MOVE SW-TABLE1-KEY        TO DL-TABLE1-KEY
           MOVE SW-PAN-SEQ-NUM       TO DL-PAN-SEQ-NUM
           MOVE SW-DORMANCY-BAND     TO DL-BAND
           MOVE SW-IDLE-DAYS         TO DL-IDLE-DAYS
           MOVE SW-LAST-CHANGE-DATE  TO DL-LAST-CHANGE
           IF SW-CHANGE-BASIS = "F"
               MOVE "SINCE"          TO DL-BASIS
           ELSE
               MOVE "MOVED"          TO DL-BASIS
           END-IF
           MOVE SW-CHIP-TRAN-COUNTER TO DL-COUNTER
           EVALUATE SW-DORMANCY-BAND
               WHEN 365
                   ADD 1 TO WS-GRP-365-COUNT
               WHEN 180
                   ADD 1 TO WS-GRP-180-COUNT
               WHEN OTHER
                   ADD 1 TO WS-GRP-090-COUNT
           END-EVALUATE
           IF SW-REISSUE-FLAG = "Y"
               MOVE "ON REISCTL"     TO DL-REISSUE
               ADD 1 TO WS-GRP-REISSUE-COUNT
           ELSE
               MOVE SPACES           TO DL-REISSUE
           END-IF
           WRITE DORM-RPT-LINE FROM WS-DETAIL-LINE
           RETURN SORT-WORK-FILE
               AT END SET WS-RPT-DONE TO TRUE
           END-RETURN.

       4200-HANDLE-CONTROL-BREAK.
           IF SW-ISSUER-FIID NOT = WS-PREV-ISSUER
              OR SW-CARD-TYPE NOT = WS-PREV-CARD-TYPE
              OR WS-FIRST-GROUP-SW = "Y"
               IF WS-FIRST-GROUP-SW = "N"
                   PERFORM 4300-WRITE-GROUP-TOTAL
               END-IF
               MOVE "N" TO WS-FIRST-GROUP-SW
               INITIALIZE WS-GROUP-COUNTERS
               MOVE SPACES TO DORM-RPT-LINE
               WRITE DORM-RPT-LINE
               MOVE SW-ISSUER-FIID  TO GH-ISSUER
               MOVE SW-CARD-TYPE    TO GH-CARD-TYPE
               WRITE DORM-RPT-LINE FROM WS-GROUP-HEADER-LINE
               MOVE SW-ISSUER-FIID  TO WS-PREV-ISSUER
               MOVE SW-CARD-TYPE    TO WS-PREV-CARD-TYPE
           END-IF.

       4300-WRITE-GROUP-TOTAL.
           MOVE SPACES TO WS-GROUP-TOTAL-LINE
           STRING "  90+ DAYS: " DELIMITED BY SIZE
                  WS-GRP-090-COUNT DELIMITED BY SIZE
                  "  180+ DAYS: " DELIMITED BY SIZE
                  WS-GRP-180-COUNT DELIMITED BY SIZE
                  "  365+ DAYS: " DELIMITED BY SIZE
                  WS-GRP-365-COUNT DELIMITED BY SIZE
                  "  ON REISCTL: " DELIMITED BY SIZE
                  WS-GRP-REISSUE-COUNT DELIMITED BY SIZE
               INTO WS-GROUP-TOTAL-LINE
           WRITE DORM-RPT-LINE FROM WS-GROUP-TOTAL-LINE.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO DORM-RPT-LINE
           WRITE DORM-RPT-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "GENERATIONS REPLAYED: " DELIMITED BY SIZE
                  WS-GENS-APPLIED DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE DORM-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "GENERATION RECORDS READ: " DELIMITED BY SIZE
                  WS-GEN-READ-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE DORM-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "CARDS READ: " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE DORM-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "ACTIVE CARDS: " DELIMITED BY SIZE
                  WS-ACTIVE-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE DORM-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "IDLE 90-179 DAYS: " DELIMITED BY SIZE
                  WS-BAND-090-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE DORM-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "IDLE 180-364 DAYS: " DELIMITED BY SIZE
                  WS-BAND-180-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE DORM-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "IDLE 365+ DAYS: " DELIMITED BY SIZE
                  WS-BAND-365-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE DORM-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "CANDIDATES ON REISSUE CONTROL: "
                   DELIMITED BY SIZE
                  WS-REISSUE-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE DORM-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "TOTAL CLOSURE CANDIDATES: " DELIMITED BY SIZE
                  WS-CAND-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE DORM-RPT-LINE FROM WS-SUMMARY-LINE.

       9000-WRAP-UP.
           CLOSE DORM-ACT-FILE
           IF WS-CTL-OPEN
               CLOSE REIS-CTL-FILE
           END-IF
           CLOSE DORM-CAND-FILE
           CLOSE DORM-RPT-FILE
           IF WS-CAND-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
