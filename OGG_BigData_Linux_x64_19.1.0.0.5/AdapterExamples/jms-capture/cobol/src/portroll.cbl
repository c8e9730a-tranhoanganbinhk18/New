      * ---------------------------------------------------------
      *  PROGRAM-ID  : PORTROLL
      *  PURPOSE     : Month-end card portfolio roll-forward.  How
      *                the card base moved each month was worked
      *                out by hand from the EXPRPT and ACCTRPT
      *                printouts.  This matches the month-end card
      *                master (CARDMSTR, cardmst.cpy) against the
      *                prior month-end extract generation (PORTPV,
      *                in Table1_Key / PAN_Seq_Num order, as CARDAUD
      *                matches TABLE1PV) card by card and rolls
      *                each Issuer_FIID / Card_Type / Card_Status
      *                line forward:
      *                  opening  - the prior month's closing count
      *                             for the line (PORTHIST);
      *                  new      - cards whose Start_Date is the
      *                             month;
      *                  reissued - cards whose plastic expiring in
      *                             the month was fed for reissue
      *                             (REISCTL expiry cycle = month);
      *                  closed   - open cards last month now in a
      *                             closed Card_Status;
      *                  expired  - open cards last month whose
      *                             plastic expired in the month
      *                             (a reissued card expires and is
      *                             reissued, so it stays in the
      *                             base);
      *                  closing  - open cards at month end whose
      *                             plastic has not expired, with
      *                             their total Daily_Limit.
      *                Opening/closed/expired sit on the card's line
      *                last month, the rest on its line now.  A line
      *                whose opening + new + reissued - closed -
      *                expired is not its closing count is flagged;
      *                a card moving between two open statuses, or
      *                dropped from or restored to the extract,
      *                shows up that way.  Each line is written to
      *                the keyed portfolio history (PORTHIST,
      *                porthist.cpy) - a rerun replaces the month -
      *                and the report closes with a 13-month trend
      *                per issuer read back from the history.  The
      *                first month with no history takes its
      *                openings from PORTPV itself.  PORT_MONTH
      *                (YYYYMM) selects the month (default: the
      *                month of the business date on BIZDATE).
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PORTROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABLE1-PV-FILE    ASSIGN TO "PORTPV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PV-STATUS.

           SELECT CARD-MASTER-FILE  ASSIGN TO "CARDMSTR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CARDM-KEY
                  ALTERNATE RECORD KEY IS CARDM-ACCOUNT-NUMBER
                      WITH DUPLICATES
                  FILE STATUS IS WS-IN-STATUS.

           SELECT REIS-CTL-FILE     ASSIGN TO "REISCTL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS REIS-KEY
                  FILE STATUS IS WS-CTL-STATUS.

           SELECT PORT-HIST-FILE    ASSIGN TO "PORTHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-KEY
                  FILE STATUS IS WS-HIST-STATUS.

           SELECT PORT-RPT-FILE     ASSIGN TO "PORTRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLE1-PV-FILE.
       01  TABLE1-PV-RECORD.
           COPY "test_copy_book.cpy" REPLACING ==10== BY ==03==.

       FD  CARD-MASTER-FILE.
           COPY "cardmst.cpy".

       FD  REIS-CTL-FILE.
           COPY "reisctl.cpy".

       FD  PORT-HIST-FILE.
           COPY "porthist.cpy".

       FD  PORT-RPT-FILE.
       01  PORT-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-PV-STATUS                PIC XX.
       01  WS-IN-STATUS                PIC XX.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-HIST-STATUS              PIC XX.
           88  WS-HIST-MISSING          VALUE "35".
       01  WS-RPT-STATUS               PIC XX.

       01  WS-EOF-SWITCHES.
           05  WS-PV-EOF-SW            PIC X       VALUE "N".
               88  WS-PV-DONE          VALUE "Y".
           05  WS-IN-EOF-SW            PIC X       VALUE "N".
               88  WS-IN-DONE          VALUE "Y".
           05  WS-EOF-SW               PIC X       VALUE "N".
               88  WS-EOF              VALUE "Y".

       01  WS-FOUND-SW                 PIC X       VALUE "N".
           88  WS-FOUND                VALUE "Y".
       01  WS-CTL-OPEN-SW              PIC X       VALUE "N".
           88  WS-CTL-OPEN             VALUE "Y".
      *  "Y" ONCE THE PRIOR MONTH'S CLOSING LINES ARE FOUND ON
      *  PORTHIST; OTHERWISE THE OPENINGS ARE COUNTED OFF PORTPV.
       01  WS-HIST-OPENING-SW          PIC X       VALUE "N".
           88  WS-HIST-OPENING         VALUE "Y".

       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-MONTH REDEFINES WS-TODAY.
           05  WS-TODAY-YYYYMM         PIC 9(6).

       01  WS-PORT-MONTH-RAW           PIC X(6)    VALUE SPACES.
       01  WS-RUN-MONTH                PIC 9(6)    VALUE ZERO.
       01  WS-RUN-MONTH-R REDEFINES WS-RUN-MONTH.
           05  WS-RUN-YYYY             PIC 9(4).
           05  WS-RUN-MM               PIC 9(2).
       01  WS-PRIOR-MONTH              PIC 9(6)    VALUE ZERO.
       01  WS-RUN-YYMM                 PIC 9(4)    VALUE ZERO.
       01  WS-RUN-MONTH-NUM            PIC 9(6)    VALUE ZERO.
       01  WS-TREND-START-NUM          PIC 9(6)    VALUE ZERO.
       01  WS-TREND-START-MONTH        PIC 9(6)    VALUE ZERO.

      *  MONTH ARITHMETIC WORK.  A YYMM CARD DATE IS TAKEN AS 20YY.
       01  WS-MONTH-WORK.
           05  WS-MW-NUM               PIC 9(6).
           05  WS-MW-YYYY              PIC 9(4).
           05  WS-MW-MM                PIC 9(2).
           05  WS-MW-YYMM              PIC 9(4).
           05  WS-MW-YYMM-R REDEFINES WS-MW-YYMM.
               10  WS-MW-YY            PIC 9(2).
               10  WS-MW-YYMM-MM       PIC 9(2).
           05  WS-MW-MONTH             PIC 9(6).

       01  WS-MATCH-KEYS.
           05  WS-PV-KEY.
               10  WS-PV-PAN           PIC X(19).
               10  WS-PV-SEQ           PIC 9(3).
           05  WS-IN-KEY.
               10  WS-IN-PAN           PIC X(19).
               10  WS-IN-SEQ           PIC 9(3).

      *  THE ONE CARD BEING ROLLED: ITS PRIOR MONTH-END IMAGE (P-)
      *  AND ITS MONTH-END IMAGE (C-), EITHER OF WHICH MAY BE
      *  ABSENT.
       01  WS-CARD-WORK.
           05  WS-P-EXISTS-SW          PIC X.
               88  WS-P-EXISTS         VALUE "Y".
           05  WS-P-ISSUER             PIC X(4).
           05  WS-P-TYPE               PIC XX.
           05  WS-P-STATUS-BYTE        PIC X.
               88  WS-P-CLOSED         VALUE "C" "X".
           05  WS-P-EXPIRY             PIC 9(4).
           05  WS-P-EXPIRY-NUM         PIC 9(6).
           05  WS-C-EXISTS-SW          PIC X.
               88  WS-C-EXISTS         VALUE "Y".
           05  WS-C-KEY.
               10  WS-C-PAN            PIC X(19).
               10  WS-C-SEQ            PIC 9(3).
           05  WS-C-ISSUER             PIC X(4).
           05  WS-C-TYPE               PIC XX.
           05  WS-C-STATUS-BYTE        PIC X.
               88  WS-C-CLOSED         VALUE "C" "X".
           05  WS-C-START              PIC 9(4).
           05  WS-C-EXPIRY             PIC 9(4).
           05  WS-C-EXPIRY-NUM         PIC 9(6).
           05  WS-C-LIMIT-NUM          PIC 9(5)V99.
           05  WS-PRIOR-IN-SW          PIC X.
               88  WS-PRIOR-IN         VALUE "Y".
           05  WS-CURRENT-IN-SW        PIC X.
               88  WS-CURRENT-IN       VALUE "Y".
           05  WS-REISSUED-SW          PIC X.
               88  WS-REISSUED         VALUE "Y".

      *  ROLL-FORWARD LINES FOR THE MONTH.
       01  WS-LINE-TABLE.
           05  WS-LINE-MAX             PIC 9(4)    VALUE 2000.
           05  WS-LINE-COUNT           PIC 9(4)    VALUE ZERO.
           05  WS-LINE-ENTRY OCCURS 2000 TIMES
                                       INDEXED BY WS-LX.
               10  WS-LN-ISSUER        PIC X(4).
               10  WS-LN-TYPE          PIC XX.
               10  WS-LN-STATUS        PIC X.
               10  WS-LN-OPENING       PIC 9(9).
               10  WS-LN-NEW           PIC 9(9).
               10  WS-LN-REISSUED      PIC 9(9).
               10  WS-LN-CLOSED        PIC 9(9).
               10  WS-LN-EXPIRED       PIC 9(9).
               10  WS-LN-CLOSING       PIC 9(9).
               10  WS-LN-LIMIT         PIC 9(11)V99.

       01  WS-SEARCH-ISSUER            PIC X(4).
       01  WS-SEARCH-TYPE              PIC XX.
       01  WS-SEARCH-STATUS            PIC X.

      *  13-MONTH TREND, ONE ROW OF MONTHS PER ISSUER PLUS A ROW FOR
      *  ALL ISSUERS.  MONTH 13 IS THE RUN MONTH.
       01  WS-TREND-MONTHS.
           05  WS-TREND-MONTH OCCURS 13 TIMES
                                       PIC 9(6).
       01  WS-TREND-TABLE.
           05  WS-TREND-MAX            PIC 9(4)    VALUE 200.
           05  WS-TREND-COUNT          PIC 9(4)    VALUE ZERO.
           05  WS-TREND-ENTRY OCCURS 200 TIMES
                                       INDEXED BY WS-RX.
               10  WS-TR-ISSUER        PIC X(4).
               10  WS-TR-MONTH-ENTRY OCCURS 13 TIMES.
                   15  WS-TR-OPENING   PIC 9(9).
                   15  WS-TR-NEW       PIC 9(9).
                   15  WS-TR-REISSUED  PIC 9(9).
                   15  WS-TR-CLOSED    PIC 9(9).
                   15  WS-TR-EXPIRED   PIC 9(9).
                   15  WS-TR-CLOSING   PIC 9(9).
                   15  WS-TR-UNFOOTED  PIC 9(5).
                   15  WS-TR-LIMIT     PIC 9(11)V99.
       01  WS-TREND-TOTAL.
           05  WS-TT-MONTH-ENTRY OCCURS 13 TIMES.
               10  WS-TT-OPENING       PIC 9(9).
               10  WS-TT-NEW           PIC 9(9).
               10  WS-TT-REISSUED      PIC 9(9).
               10  WS-TT-CLOSED        PIC 9(9).
               10  WS-TT-EXPIRED       PIC 9(9).
               10  WS-TT-CLOSING       PIC 9(9).
               10  WS-TT-UNFOOTED      PIC 9(5).
               10  WS-TT-LIMIT         PIC 9(11)V99.
       01  WS-MONTH-SUB                PIC 9(4)    VALUE ZERO.

       01  WS-ROLL-WORK.
           05  WS-ROLLED-COUNT         PIC S9(11).
           05  WS-DIFFERENCE           PIC S9(9).

       01  WS-COUNTERS.
           05  WS-PV-READ-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-IN-READ-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-HIST-CLEARED         PIC 9(9)    VALUE ZERO.
           05  WS-HIST-WRITTEN         PIC 9(9)    VALUE ZERO.
           05  WS-UNFOOTED-COUNT       PIC 9(9)    VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-GT-OPENING           PIC 9(9)    VALUE ZERO.
           05  WS-GT-NEW               PIC 9(9)    VALUE ZERO.
           05  WS-GT-REISSUED          PIC 9(9)    VALUE ZERO.
           05  WS-GT-CLOSED            PIC 9(9)    VALUE ZERO.
           05  WS-GT-EXPIRED           PIC 9(9)    VALUE ZERO.
           05  WS-GT-CLOSING           PIC 9(9)    VALUE ZERO.
           05  WS-GT-DIFFERENCE        PIC S9(9)   VALUE ZERO.
           05  WS-GT-LIMIT             PIC 9(11)V99 VALUE ZERO.

       01  WS-HEADING-1                PIC X(60) VALUE
           "MONTH-END CARD PORTFOLIO ROLL-FORWARD".
       01  WS-HEADING-2.
           05  FILLER                  PIC X(7)  VALUE "MONTH: ".
           05  HD-RUN-MONTH            PIC 9(6).
           05  FILLER                  PIC X(18) VALUE
               "   BUSINESS DATE: ".
           05  HD-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(17) VALUE
               "   OPENINGS FROM ".
           05  HD-OPENING-SOURCE       PIC X(24).
       01  WS-HEADING-3.
           05  FILLER   PIC X(6)  VALUE "ISSR".
           05  FILLER   PIC X(4)  VALUE "TY".
           05  FILLER   PIC X(4)  VALUE "ST".
           05  FILLER   PIC X(11) VALUE "   OPENING".
           05  FILLER   PIC X(11) VALUE "       NEW".
           05  FILLER   PIC X(11) VALUE "  REISSUED".
           05  FILLER   PIC X(11) VALUE "    CLOSED".
           05  FILLER   PIC X(11) VALUE "   EXPIRED".
           05  FILLER   PIC X(11) VALUE "   CLOSING".
           05  FILLER   PIC X(13) VALUE "   DIFFERENCE".
           05  FILLER   PIC X(19) VALUE "  DAILY-LIMIT TOTAL".

       01  WS-DETAIL-LINE.
           05  DL-ISSUER               PIC X(6).
           05  DL-TYPE                 PIC X(4).
           05  DL-STATUS               PIC X(4).
           05  DL-OPENING              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-NEW                  PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-REISSUED             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-CLOSED               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-EXPIRED              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-CLOSING              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-DIFFERENCE           PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-LIMIT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-FLAG                 PIC X(18).

       01  WS-TREND-HEADING-1.
           05  FILLER                  PIC X(15) VALUE
               "13-MONTH TREND ".
           05  FILLER                  PIC X(6)  VALUE "FROM ".
           05  TH-FROM-MONTH           PIC 9(6).
           05  FILLER                  PIC X(4)  VALUE " TO ".
           05  TH-TO-MONTH             PIC 9(6).
       01  WS-TREND-HEADING-2.
           05  FILLER                  PIC X(8)  VALUE "ISSUER: ".
           05  TH-ISSUER               PIC X(11).
       01  WS-TREND-HEADING-3.
           05  FILLER   PIC X(14) VALUE "MONTH".
           05  FILLER   PIC X(11) VALUE "   OPENING".
           05  FILLER   PIC X(11) VALUE "       NEW".
           05  FILLER   PIC X(11) VALUE "  REISSUED".
           05  FILLER   PIC X(11) VALUE "    CLOSED".
           05  FILLER   PIC X(11) VALUE "   EXPIRED".
           05  FILLER   PIC X(11) VALUE "   CLOSING".
           05  FILLER   PIC X(13) VALUE "   NOT FOOTED".
           05  FILLER   PIC X(19) VALUE "  DAILY-LIMIT TOTAL".

       01  WS-TREND-LINE.
           05  TL-MONTH                PIC 9(6).
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  TL-OPENING              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  TL-NEW                  PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  TL-REISSUED             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  TL-CLOSED               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  TL-EXPIRED              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  TL-CLOSING              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  TL-UNFOOTED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TL-LIMIT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-LINE             PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-OPENINGS
           PERFORM 3000-MATCH-CARDS
           PERFORM 4000-CLEAR-MONTH-HISTORY
           PERFORM 4500-WRITE-ONE-LINE
               VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-LINE-COUNT
           PERFORM 5000-WRITE-ROLL-FORWARD
           PERFORM 6000-WRITE-TREND
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-WRAP-UP
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           ACCEPT WS-PORT-MONTH-RAW FROM ENVIRONMENT "PORT_MONTH"
               ON EXCEPTION
                   MOVE SPACES TO WS-PORT-MONTH-RAW
           END-ACCEPT
           IF WS-PORT-MONTH-RAW = SPACES
               MOVE WS-TODAY-YYYYMM TO WS-RUN-MONTH
           ELSE
               COMPUTE WS-RUN-MONTH =
                   FUNCTION NUMVAL(WS-PORT-MONTH-RAW)
           END-IF
           IF WS-RUN-MM < 1 OR WS-RUN-MM > 12
               DISPLAY "PORTROLL: PORT_MONTH " WS-PORT-MONTH-RAW
                       " IS NOT A YYYYMM MONTH"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-RUN-MONTH-NUM = WS-RUN-YYYY * 12 + WS-RUN-MM
           COMPUTE WS-RUN-YYMM =
               FUNCTION MOD(WS-RUN-YYYY, 100) * 100 + WS-RUN-MM
           COMPUTE WS-MW-NUM = WS-RUN-MONTH-NUM - 1
           PERFORM 7100-MONTH-FROM-NUMBER
           MOVE WS-MW-MONTH TO WS-PRIOR-MONTH
           COMPUTE WS-TREND-START-NUM = WS-RUN-MONTH-NUM - 12
           MOVE WS-TREND-START-NUM TO WS-MW-NUM
           PERFORM 7100-MONTH-FROM-NUMBER
           MOVE WS-MW-MONTH TO WS-TREND-START-MONTH
           PERFORM 1100-SET-TREND-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 13
           INITIALIZE WS-TREND-TOTAL
           OPEN INPUT  TABLE1-PV-FILE
           IF WS-PV-STATUS NOT = "00"
               DISPLAY "PORTROLL: UNABLE TO OPEN PORTPV, FILE "
                       "STATUS = " WS-PV-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT  CARD-MASTER-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "PORTROLL: UNABLE TO OPEN CARDMSTR, FILE "
                       "STATUS = " WS-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      *  NO REISCTL YET MEANS NOTHING HAS EVER BEEN FED FOR
      *  REISSUE - EVERY CARD EXPIRING IN THE MONTH EXPIRES.
           OPEN INPUT  REIS-CTL-FILE
           IF WS-CTL-STATUS = "00"
               SET WS-CTL-OPEN TO TRUE
           END-IF
           OPEN I-O PORT-HIST-FILE
           IF WS-HIST-MISSING
               OPEN OUTPUT PORT-HIST-FILE
               CLOSE PORT-HIST-FILE
               OPEN I-O PORT-HIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "PORTROLL: UNABLE TO OPEN PORTHIST, FILE "
                       "STATUS = " WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PORT-RPT-FILE
           WRITE PORT-RPT-LINE FROM WS-HEADING-1.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "PORTROLL: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "PORTROLL: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           CLOSE BIZ-DATE-FILE.

       1100-SET-TREND-MONTH.
           COMPUTE WS-MW-NUM = WS-TREND-START-NUM + WS-MONTH-SUB - 1
           PERFORM 7100-MONTH-FROM-NUMBER
           MOVE WS-MW-MONTH TO WS-TREND-MONTH(WS-MONTH-SUB).

      *  OPENINGS - THE PRIOR MONTH'S CLOSING LINES.
       2000-LOAD-OPENINGS.
           MOVE "N" TO WS-EOF-SW
           MOVE WS-PRIOR-MONTH TO PH-MONTH
           MOVE LOW-VALUES     TO PH-ISSUER-FIID
           MOVE LOW-VALUES     TO PH-CARD-TYPE
           MOVE LOW-VALUES     TO PH-CARD-STATUS
           START PORT-HIST-FILE KEY >= PH-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               PERFORM 2100-READ-PRIOR-HISTORY
           END-IF
           PERFORM 2200-LOAD-ONE-OPENING
               UNTIL WS-EOF.

       2100-READ-PRIOR-HISTORY.
           READ PORT-HIST-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               IF PH-MONTH NOT = WS-PRIOR-MONTH
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.

       2200-LOAD-ONE-OPENING.
           SET WS-HIST-OPENING TO TRUE
           MOVE PH-ISSUER-FIID TO WS-SEARCH-ISSUER
           MOVE PH-CARD-TYPE   TO WS-SEARCH-TYPE
           MOVE PH-CARD-STATUS TO WS-SEARCH-STATUS
           PERFORM 3500-FIND-OR-ADD-LINE
           ADD PH-CLOSING-COUNT TO WS-LN-OPENING(WS-LX)
           PERFORM 2100-READ-PRIOR-HISTORY.

      *  PRIOR MONTH-END EXTRACT AGAINST THE MONTH-END CARD
      *  MASTER, KEY BY KEY, AS CARDAUD MATCHES THEM.
       3000-MATCH-CARDS.
           PERFORM 3600-READ-PRIOR
           PERFORM 3700-READ-CURRENT
           PERFORM 3100-MATCH-ONE-KEY
               UNTIL WS-PV-DONE AND WS-IN-DONE
           CLOSE TABLE1-PV-FILE
           CLOSE CARD-MASTER-FILE.

       3100-MATCH-ONE-KEY.
           MOVE "N" TO WS-P-EXISTS-SW
           MOVE "N" TO WS-C-EXISTS-SW
           EVALUATE TRUE
               WHEN WS-PV-DONE
                   PERFORM 3120-TAKE-CURRENT
                   PERFORM 3200-ROLL-ONE-CARD
                   PERFORM 3700-READ-CURRENT
               WHEN WS-IN-DONE
                   PERFORM 3110-TAKE-PRIOR
                   PERFORM 3200-ROLL-ONE-CARD
                   PERFORM 3600-READ-PRIOR
               WHEN WS-PV-KEY < WS-IN-KEY
                   PERFORM 3110-TAKE-PRIOR
                   PERFORM 3200-ROLL-ONE-CARD
                   PERFORM 3600-READ-PRIOR
               WHEN WS-PV-KEY > WS-IN-KEY
                   PERFORM 3120-TAKE-CURRENT
                   PERFORM 3200-ROLL-ONE-CARD
                   PERFORM 3700-READ-CURRENT
               WHEN OTHER
                   PERFORM 3110-TAKE-PRIOR
                   PERFORM 3120-TAKE-CURRENT
                   PERFORM 3200-ROLL-ONE-CARD
                   PERFORM 3600-READ-PRIOR
                   PERFORM 3700-READ-CURRENT
           END-EVALUATE.

       3110-TAKE-PRIOR.
           MOVE "Y" TO WS-P-EXISTS-SW
           MOVE Issuer_FIID IN TABLE1-PV-RECORD  TO WS-P-ISSUER
           MOVE Card_Type IN TABLE1-PV-RECORD    TO WS-P-TYPE
           MOVE Card_Status IN TABLE1-PV-RECORD  TO WS-P-STATUS-BYTE
           MOVE WS-PV-KEY                        TO WS-C-KEY
           IF Expiry_Date IN TABLE1-PV-RECORD NUMERIC
               MOVE Expiry_Date IN TABLE1-PV-RECORD TO WS-P-EXPIRY
           ELSE
               MOVE ZERO TO WS-P-EXPIRY
           END-IF
           MOVE WS-P-EXPIRY TO WS-MW-YYMM
           PERFORM 7200-NUMBER-FROM-YYMM
           MOVE WS-MW-NUM TO WS-P-EXPIRY-NUM.

       3120-TAKE-CURRENT.
           MOVE "Y" TO WS-C-EXISTS-SW
           MOVE WS-IN-KEY                           TO WS-C-KEY
           MOVE Issuer_FIID IN CARD-MASTER-RECORD   TO WS-C-ISSUER
           MOVE Card_Type IN CARD-MASTER-RECORD     TO WS-C-TYPE
           MOVE Card_Status IN CARD-MASTER-RECORD
               TO WS-C-STATUS-BYTE
           IF Start_Date IN CARD-MASTER-RECORD NUMERIC
               MOVE Start_Date IN CARD-MASTER-RECORD TO WS-C-START
           ELSE
               MOVE ZERO TO WS-C-START
           END-IF
           IF Expiry_Date IN CARD-MASTER-RECORD NUMERIC
               MOVE Expiry_Date IN CARD-MASTER-RECORD TO WS-C-EXPIRY
           ELSE
               MOVE ZERO TO WS-C-EXPIRY
           END-IF
           MOVE WS-C-EXPIRY TO WS-MW-YYMM
           PERFORM 7200-NUMBER-FROM-YYMM
           MOVE WS-MW-NUM TO WS-C-EXPIRY-NUM
      *  Daily_Limit (PIC 9(5).99) CARRIES A LITERAL DECIMAL POINT,
      *  SO THE DIGIT POSITIONS ARE CLASS-TESTED BEFORE DE-EDITING,
      *  AS CARDAUD DOES.
           IF Daily_Limit IN CARD-MASTER-RECORD (1:5) NUMERIC
              AND Daily_Limit IN CARD-MASTER-RECORD (7:2) NUMERIC
               MOVE Daily_Limit IN CARD-MASTER-RECORD
                   TO WS-C-LIMIT-NUM
           ELSE
               MOVE ZERO TO WS-C-LIMIT-NUM
           END-IF.

      *  A CARD IS IN THE PORTFOLIO AT A MONTH END WHEN IT IS IN AN
      *  OPEN Card_Status AND ITS PLASTIC HAS NOT EXPIRED - A CARD
      *  EXPIRING IN THE MONTH STILL COUNTS IN THE OPENING, AND A
      *  CARD REISSUED FOR THE MONTH'S EXPIRY CYCLE STILL COUNTS IN
      *  THE CLOSING EVEN BEFORE THE EXTRACT CARRIES THE NEW EXPIRY.
      *  A CARD LEAVES BY ONE ROUTE ONLY: CLOSED BEFORE EXPIRED.
       3200-ROLL-ONE-CARD.
           MOVE "N" TO WS-PRIOR-IN-SW
           MOVE "N" TO WS-CURRENT-IN-SW
           MOVE "N" TO WS-REISSUED-SW
           IF WS-P-EXISTS AND NOT WS-P-CLOSED
              AND WS-P-EXPIRY-NUM NOT < WS-RUN-MONTH-NUM
               SET WS-PRIOR-IN TO TRUE
           END-IF
           IF WS-CTL-OPEN
               PERFORM 3300-CHECK-REISSUE
           END-IF
           IF WS-C-EXISTS AND NOT WS-C-CLOSED
              AND (WS-C-EXPIRY-NUM > WS-RUN-MONTH-NUM
                   OR WS-REISSUED)
               SET WS-CURRENT-IN TO TRUE
           END-IF
           IF WS-PRIOR-IN
               MOVE WS-P-ISSUER      TO WS-SEARCH-ISSUER
               MOVE WS-P-TYPE        TO WS-SEARCH-TYPE
               MOVE WS-P-STATUS-BYTE TO WS-SEARCH-STATUS
               PERFORM 3500-FIND-OR-ADD-LINE
               IF NOT WS-HIST-OPENING
                   ADD 1 TO WS-LN-OPENING(WS-LX)
               END-IF
               IF WS-C-EXISTS AND WS-C-CLOSED
                   ADD 1 TO WS-LN-CLOSED(WS-LX)
               ELSE
                   IF WS-P-EXPIRY = WS-RUN-YYMM
                      OR (WS-C-EXISTS AND WS-C-EXPIRY = WS-RUN-YYMM)
                      OR WS-REISSUED
                       ADD 1 TO WS-LN-EXPIRED(WS-LX)
                   END-IF
               END-IF
           END-IF
           IF WS-CURRENT-IN
               MOVE WS-C-ISSUER      TO WS-SEARCH-ISSUER
               MOVE WS-C-TYPE        TO WS-SEARCH-TYPE
               MOVE WS-C-STATUS-BYTE TO WS-SEARCH-STATUS
               PERFORM 3500-FIND-OR-ADD-LINE
               ADD 1 TO WS-LN-CLOSING(WS-LX)
               ADD WS-C-LIMIT-NUM TO WS-LN-LIMIT(WS-LX)
               IF WS-PRIOR-IN
                   IF WS-REISSUED
                       ADD 1 TO WS-LN-REISSUED(WS-LX)
                   END-IF
               ELSE
                   IF WS-C-START = WS-RUN-YYMM
                       ADD 1 TO WS-LN-NEW(WS-LX)
                   END-IF
               END-IF
           END-IF.

      *  REISCTL HOLDS THE LATEST EXPIRY CYCLE EACH CARD WAS FED
      *  FOR; ONLY A CYCLE ENDING IN THIS MONTH IS A REISSUE HERE.
       3300-CHECK-REISSUE.
           MOVE WS-C-KEY TO REIS-KEY
           READ REIS-CTL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF REIS-EXPIRY-DATE = WS-RUN-YYMM
                       SET WS-REISSUED TO TRUE
                   END-IF
           END-READ.

       3500-FIND-OR-ADD-LINE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3510-SCAN-LINE
               VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-LINE-COUNT OR WS-FOUND
           IF WS-FOUND
               SET WS-LX DOWN BY 1
           ELSE
               IF WS-LINE-COUNT >= WS-LINE-MAX
                   DISPLAY "PORTROLL: WS-LINE-ENTRY TABLE FULL AT "
                           WS-LINE-MAX " ENTRIES - INCREASE OCCURS"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-LINE-COUNT
               SET WS-LX TO WS-LINE-COUNT
               INITIALIZE WS-LINE-ENTRY(WS-LX)
               MOVE WS-SEARCH-ISSUER TO WS-LN-ISSUER(WS-LX)
               MOVE WS-SEARCH-TYPE   TO WS-LN-TYPE(WS-LX)
               MOVE WS-SEARCH-STATUS TO WS-LN-STATUS(WS-LX)
           END-IF.

       3510-SCAN-LINE.
           IF WS-LN-ISSUER(WS-LX) = WS-SEARCH-ISSUER
              AND WS-LN-TYPE(WS-LX) = WS-SEARCH-TYPE
              AND WS-LN-STATUS(WS-LX) = WS-SEARCH-STATUS
               SET WS-FOUND TO TRUE
           END-IF.

       3600-READ-PRIOR.
           READ TABLE1-PV-FILE
               AT END SET WS-PV-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-PV-READ-COUNT
                   MOVE Table1_Key IN TABLE1-PV-RECORD
                       TO WS-PV-PAN
                   MOVE PAN_Seq_Num IN TABLE1-PV-RECORD
                       TO WS-PV-SEQ
           END-READ.

       3700-READ-CURRENT.
           READ CARD-MASTER-FILE
               AT END SET WS-IN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-IN-READ-COUNT
                   MOVE Table1_Key IN CARD-MASTER-RECORD
                       TO WS-IN-PAN
                   MOVE PAN_Seq_Num IN CARD-MASTER-RECORD
                       TO WS-IN-SEQ
           END-READ.

      *  THE MONTH'S OLD LINES GO BEFORE THE NEW ONES ARE WRITTEN,
      *  SO A LINE THAT HAS EMPTIED SINCE THE LAST RUN DOES NOT
      *  LINGER.
       4000-CLEAR-MONTH-HISTORY.
           MOVE "N" TO WS-EOF-SW
           MOVE WS-RUN-MONTH TO PH-MONTH
           MOVE LOW-VALUES   TO PH-ISSUER-FIID
           MOVE LOW-VALUES   TO PH-CARD-TYPE
           MOVE LOW-VALUES   TO PH-CARD-STATUS
           START PORT-HIST-FILE KEY >= PH-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               PERFORM 4100-READ-NEXT-HISTORY
           END-IF
           PERFORM 4200-CLEAR-ONE-HISTORY
               UNTIL WS-EOF.

       4100-READ-NEXT-HISTORY.
           READ PORT-HIST-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               IF PH-MONTH NOT = WS-RUN-MONTH
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.

       4200-CLEAR-ONE-HISTORY.
           DELETE PORT-HIST-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           ADD 1 TO WS-HIST-CLEARED
           PERFORM 4100-READ-NEXT-HISTORY.

       4500-WRITE-ONE-LINE.
           COMPUTE WS-ROLLED-COUNT =
               WS-LN-OPENING(WS-LX) + WS-LN-NEW(WS-LX)
               + WS-LN-REISSUED(WS-LX) - WS-LN-CLOSED(WS-LX)
               - WS-LN-EXPIRED(WS-LX)
           COMPUTE WS-DIFFERENCE =
               WS-LN-CLOSING(WS-LX) - WS-ROLLED-COUNT
           MOVE WS-RUN-MONTH             TO PH-MONTH
           MOVE WS-LN-ISSUER(WS-LX)      TO PH-ISSUER-FIID
           MOVE WS-LN-TYPE(WS-LX)        TO PH-CARD-TYPE
           MOVE WS-LN-STATUS(WS-LX)      TO PH-CARD-STATUS
           MOVE WS-LN-OPENING(WS-LX)     TO PH-OPENING-COUNT
           MOVE WS-LN-NEW(WS-LX)         TO PH-NEW-COUNT
           MOVE WS-LN-REISSUED(WS-LX)    TO PH-REISSUED-COUNT
           MOVE WS-LN-CLOSED(WS-LX)      TO PH-CLOSED-COUNT
           MOVE WS-LN-EXPIRED(WS-LX)     TO PH-EXPIRED-COUNT
           MOVE WS-LN-CLOSING(WS-LX)     TO PH-CLOSING-COUNT
           MOVE WS-DIFFERENCE            TO PH-DIFFERENCE
           MOVE WS-LN-LIMIT(WS-LX)       TO PH-CLOSING-LIMIT
           MOVE WS-TODAY                 TO PH-RUN-DATE
           WRITE PORTFOLIO-HISTORY-RECORD
               INVALID KEY
                   REWRITE PORTFOLIO-HISTORY-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-HIST-WRITTEN.

      *  THE MONTH'S LINES ARE READ BACK FROM PORTHIST, WHICH HANDS
      *  THEM OUT IN ISSUER / CARD TYPE / STATUS ORDER.
       5000-WRITE-ROLL-FORWARD.
           MOVE WS-RUN-MONTH TO HD-RUN-MONTH
           MOVE WS-TODAY     TO HD-RUN-DATE
           IF WS-HIST-OPENING
               MOVE "PORTHIST" TO HD-OPENING-SOURCE
           ELSE
               MOVE "PORTPV (NO PRIOR MONTH)" TO HD-OPENING-SOURCE
           END-IF
           WRITE PORT-RPT-LINE FROM WS-HEADING-2
           MOVE SPACES TO PORT-RPT-LINE
           WRITE PORT-RPT-LINE
           WRITE PORT-RPT-LINE FROM WS-HEADING-3
           MOVE "N" TO WS-EOF-SW
           MOVE WS-RUN-MONTH TO PH-MONTH
           MOVE LOW-VALUES   TO PH-ISSUER-FIID
           MOVE LOW-VALUES   TO PH-CARD-TYPE
           MOVE LOW-VALUES   TO PH-CARD-STATUS
           START PORT-HIST-FILE KEY >= PH-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               PERFORM 4100-READ-NEXT-HISTORY
           END-IF
           PERFORM 5100-PRINT-ONE-LINE
               UNTIL WS-EOF
           MOVE "ALL"             TO DL-ISSUER
           MOVE SPACES            TO DL-TYPE
           MOVE SPACES            TO DL-STATUS
           MOVE WS-GT-OPENING     TO DL-OPENING
           MOVE WS-GT-NEW         TO DL-NEW
           MOVE WS-GT-REISSUED    TO DL-REISSUED
           MOVE WS-GT-CLOSED      TO DL-CLOSED
           MOVE WS-GT-EXPIRED     TO DL-EXPIRED
           MOVE WS-GT-CLOSING     TO DL-CLOSING
           MOVE WS-GT-DIFFERENCE  TO DL-DIFFERENCE
           MOVE WS-GT-LIMIT       TO DL-LIMIT
           IF WS-UNFOOTED-COUNT > ZERO
               MOVE "*** NOT FOOTED ***" TO DL-FLAG
           ELSE
               MOVE SPACES TO DL-FLAG
           END-IF
           MOVE SPACES TO PORT-RPT-LINE
           WRITE PORT-RPT-LINE
           WRITE PORT-RPT-LINE FROM WS-DETAIL-LINE.

       5100-PRINT-ONE-LINE.
           MOVE PH-ISSUER-FIID    TO DL-ISSUER
           MOVE PH-CARD-TYPE      TO DL-TYPE
           MOVE PH-CARD-STATUS    TO DL-STATUS
           MOVE PH-OPENING-COUNT  TO DL-OPENING
           MOVE PH-NEW-COUNT      TO DL-NEW
           MOVE PH-REISSUED-COUNT TO DL-REISSUED
           MOVE PH-CLOSED-COUNT   TO DL-CLOSED
           MOVE PH-EXPIRED-COUNT  TO DL-EXPIRED
           MOVE PH-CLOSING-COUNT  TO DL-CLOSING
           MOVE PH-DIFFERENCE     TO DL-DIFFERENCE
           MOVE PH-CLOSING-LIMIT  TO DL-LIMIT
           IF PH-DIFFERENCE NOT = ZERO
               MOVE "*** NOT FOOTED ***" TO DL-FLAG
               ADD 1 TO WS-UNFOOTED-COUNT
           ELSE
               MOVE SPACES TO DL-FLAG
           END-IF
           WRITE PORT-RPT-LINE FROM WS-DETAIL-LINE
           ADD PH-OPENING-COUNT  TO WS-GT-OPENING
           ADD PH-NEW-COUNT      TO WS-GT-NEW
           ADD PH-REISSUED-COUNT TO WS-GT-REISSUED
           ADD PH-CLOSED-COUNT   TO WS-GT-CLOSED
           ADD PH-EXPIRED-COUNT  TO WS-GT-EXPIRED
           ADD PH-CLOSING-COUNT  TO WS-GT-CLOSING
           ADD PH-DIFFERENCE     TO WS-GT-DIFFERENCE
           ADD PH-CLOSING-LIMIT  TO WS-GT-LIMIT
           PERFORM 4100-READ-NEXT-HISTORY.

      *  13-MONTH TREND OFF PORTHIST: THE RUN MONTH AND THE TWELVE
      *  BEFORE IT.  A MONTH NEVER RUN SHOWS AS ZEROS.
       6000-WRITE-TREND.
           MOVE "N" TO WS-EOF-SW
           MOVE WS-TREND-START-MONTH TO PH-MONTH
           MOVE LOW-VALUES           TO PH-ISSUER-FIID
           MOVE LOW-VALUES           TO PH-CARD-TYPE
           MOVE LOW-VALUES           TO PH-CARD-STATUS
           START PORT-HIST-FILE KEY >= PH-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               PERFORM 6100-READ-TREND-HISTORY
           END-IF
           PERFORM 6200-ADD-ONE-TREND-LINE
               UNTIL WS-EOF
           MOVE SPACES TO PORT-RPT-LINE
           WRITE PORT-RPT-LINE
           MOVE WS-TREND-START-MONTH TO TH-FROM-MONTH
           MOVE WS-RUN-MONTH         TO TH-TO-MONTH
           WRITE PORT-RPT-LINE FROM WS-TREND-HEADING-1
           PERFORM 6300-PRINT-ONE-ISSUER-TREND
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-TREND-COUNT
           MOVE SPACES TO PORT-RPT-LINE
           WRITE PORT-RPT-LINE
           MOVE "ALL ISSUERS" TO TH-ISSUER
           WRITE PORT-RPT-LINE FROM WS-TREND-HEADING-2
           WRITE PORT-RPT-LINE FROM WS-TREND-HEADING-3
           PERFORM 6500-PRINT-ONE-TOTAL-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 13.

       6100-READ-TREND-HISTORY.
           READ PORT-HIST-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               IF PH-MONTH > WS-RUN-MONTH
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.

       6200-ADD-ONE-TREND-LINE.
           MOVE PH-MONTH TO WS-MW-MONTH
           PERFORM 7300-NUMBER-FROM-MONTH
           COMPUTE WS-MONTH-SUB = WS-MW-NUM - WS-TREND-START-NUM + 1
           PERFORM 6210-FIND-OR-ADD-TREND
           ADD PH-OPENING-COUNT  TO WS-TR-OPENING(WS-RX, WS-MONTH-SUB)
           ADD PH-NEW-COUNT      TO WS-TR-NEW(WS-RX, WS-MONTH-SUB)
           ADD PH-REISSUED-COUNT
               TO WS-TR-REISSUED(WS-RX, WS-MONTH-SUB)
           ADD PH-CLOSED-COUNT   TO WS-TR-CLOSED(WS-RX, WS-MONTH-SUB)
           ADD PH-EXPIRED-COUNT  TO WS-TR-EXPIRED(WS-RX, WS-MONTH-SUB)
           ADD PH-CLOSING-COUNT  TO WS-TR-CLOSING(WS-RX, WS-MONTH-SUB)
           ADD PH-CLOSING-LIMIT  TO WS-TR-LIMIT(WS-RX, WS-MONTH-SUB)
           ADD PH-OPENING-COUNT  TO WS-TT-OPENING(WS-MONTH-SUB)
           ADD PH-NEW-COUNT      TO WS-TT-NEW(WS-MONTH-SUB)
           ADD PH-REISSUED-COUNT TO WS-TT-REISSUED(WS-MONTH-SUB)
           ADD PH-CLOSED-COUNT   TO WS-TT-CLOSED(WS-MONTH-SUB)
           ADD PH-EXPIRED-COUNT  TO WS-TT-EXPIRED(WS-MONTH-SUB)
           ADD PH-CLOSING-COUNT  TO WS-TT-CLOSING(WS-MONTH-SUB)
           ADD PH-CLOSING-LIMIT  TO WS-TT-LIMIT(WS-MONTH-SUB)
           IF PH-DIFFERENCE NOT = ZERO
               ADD 1 TO WS-TR-UNFOOTED(WS-RX, WS-MONTH-SUB)
               ADD 1 TO WS-TT-UNFOOTED(WS-MONTH-SUB)
           END-IF
           PERFORM 6100-READ-TREND-HISTORY.

       6210-FIND-OR-ADD-TREND.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 6220-SCAN-TREND
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-TREND-COUNT OR WS-FOUND
           IF WS-FOUND
               SET WS-RX DOWN BY 1
           ELSE
               IF WS-TREND-COUNT >= WS-TREND-MAX
                   DISPLAY "PORTROLL: WS-TREND-ENTRY TABLE FULL AT "
                           WS-TREND-MAX " ENTRIES - INCREASE OCCURS"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-TREND-COUNT
               SET WS-RX TO WS-TREND-COUNT
               INITIALIZE WS-TREND-ENTRY(WS-RX)
               MOVE PH-ISSUER-FIID TO WS-TR-ISSUER(WS-RX)
           END-IF.

       6220-SCAN-TREND.
           IF WS-TR-ISSUER(WS-RX) = PH-ISSUER-FIID
               SET WS-FOUND TO TRUE
           END-IF.

       6300-PRINT-ONE-ISSUER-TREND.
           MOVE SPACES TO PORT-RPT-LINE
           WRITE PORT-RPT-LINE
           MOVE WS-TR-ISSUER(WS-RX) TO TH-ISSUER
           WRITE PORT-RPT-LINE FROM WS-TREND-HEADING-2
           WRITE PORT-RPT-LINE FROM WS-TREND-HEADING-3
           PERFORM 6400-PRINT-ONE-ISSUER-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 13.

       6400-PRINT-ONE-ISSUER-MONTH.
           MOVE WS-TREND-MONTH(WS-MONTH-SUB) TO TL-MONTH
           MOVE WS-TR-OPENING(WS-RX, WS-MONTH-SUB)  TO TL-OPENING
           MOVE WS-TR-NEW(WS-RX, WS-MONTH-SUB)      TO TL-NEW
           MOVE WS-TR-REISSUED(WS-RX, WS-MONTH-SUB) TO TL-REISSUED
           MOVE WS-TR-CLOSED(WS-RX, WS-MONTH-SUB)   TO TL-CLOSED
           MOVE WS-TR-EXPIRED(WS-RX, WS-MONTH-SUB)  TO TL-EXPIRED
           MOVE WS-TR-CLOSING(WS-RX, WS-MONTH-SUB)  TO TL-CLOSING
           MOVE WS-TR-UNFOOTED(WS-RX, WS-MONTH-SUB) TO TL-UNFOOTED
           MOVE WS-TR-LIMIT(WS-RX, WS-MONTH-SUB)    TO TL-LIMIT
           WRITE PORT-RPT-LINE FROM WS-TREND-LINE.

       6500-PRINT-ONE-TOTAL-MONTH.
           MOVE WS-TREND-MONTH(WS-MONTH-SUB)  TO TL-MONTH
           MOVE WS-TT-OPENING(WS-MONTH-SUB)   TO TL-OPENING
           MOVE WS-TT-NEW(WS-MONTH-SUB)       TO TL-NEW
           MOVE WS-TT-REISSUED(WS-MONTH-SUB)  TO TL-REISSUED
           MOVE WS-TT-CLOSED(WS-MONTH-SUB)    TO TL-CLOSED
           MOVE WS-TT-EXPIRED(WS-MONTH-SUB)   TO TL-EXPIRED
           MOVE WS-TT-CLOSING(WS-MONTH-SUB)   TO TL-CLOSING
           MOVE WS-TT-UNFOOTED(WS-MONTH-SUB)  TO TL-UNFOOTED
           MOVE WS-TT-LIMIT(WS-MONTH-SUB)     TO TL-LIMIT
           WRITE PORT-RPT-LINE FROM WS-TREND-LINE.

      *  WS-MW-NUM (YEAR * 12 + MONTH) TO WS-MW-MONTH (YYYYMM).
       7100-MONTH-FROM-NUMBER.
           COMPUTE WS-MW-YYYY = (WS-MW-NUM - 1) / 12
           COMPUTE WS-MW-MM = WS-MW-NUM - WS-MW-YYYY * 12
           COMPUTE WS-MW-MONTH = WS-MW-YYYY * 100 + WS-MW-MM.

      *  WS-MW-YYMM (A CARD'S YYMM DATE) TO WS-MW-NUM; ZERO WHEN
      *  THE DATE IS NOT A MONTH.
       7200-NUMBER-FROM-YYMM.
           IF WS-MW-YYMM-MM < 1 OR WS-MW-YYMM-MM > 12
               MOVE ZERO TO WS-MW-NUM
           ELSE
               COMPUTE WS-MW-NUM =
                   (2000 + WS-MW-YY) * 12 + WS-MW-YYMM-MM
           END-IF.

      *  WS-MW-MONTH (YYYYMM) TO WS-MW-NUM.
       7300-NUMBER-FROM-MONTH.
           COMPUTE WS-MW-YYYY = WS-MW-MONTH / 100
           COMPUTE WS-MW-MM = WS-MW-MONTH - WS-MW-YYYY * 100
           COMPUTE WS-MW-NUM = WS-MW-YYYY * 12 + WS-MW-MM.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO PORT-RPT-LINE
           WRITE PORT-RPT-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "PRIOR MONTH-END CARDS READ: " DELIMITED BY SIZE
                  WS-PV-READ-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE PORT-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "MONTH-END CARDS READ: " DELIMITED BY SIZE
                  WS-IN-READ-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE PORT-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "HISTORY LINES REPLACED: " DELIMITED BY SIZE
                  WS-HIST-CLEARED DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE PORT-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "HISTORY LINES WRITTEN: " DELIMITED BY SIZE
                  WS-HIST-WRITTEN DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE PORT-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "TOTAL LINES NOT FOOTED: " DELIMITED BY SIZE
                  WS-UNFOOTED-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE PORT-RPT-LINE FROM WS-SUMMARY-LINE.

       9000-WRAP-UP.
           IF WS-CTL-OPEN
               CLOSE REIS-CTL-FILE
           END-IF
           CLOSE PORT-HIST-FILE
           CLOSE PORT-RPT-FILE
           IF WS-UNFOOTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
