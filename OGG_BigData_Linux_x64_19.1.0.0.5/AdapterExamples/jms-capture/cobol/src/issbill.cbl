      * ---------------------------------------------------------
      *  PROGRAM-ID  : ISSBILL
      *  PURPOSE     : Month-end per-issuer service billing.  The
      *                suite runs as a service for the issuers on
      *                the issuer master (ISSMAST), but finance had
      *                no usage figures and estimated each issuer's
      *                share by hand.  This counts, per Issuer_FIID,
      *                for the billing month: cards on file
      *                (CARDMSTR), cards sent to the embossing
      *                bureau (REISCTL entries whose REIS-SENT-DATE
      *                falls in the month), PINs re-encrypted by
      *                KEYROTAT and travel notifications sent on
      *                TRVLFEED, operator corrections emitted
      *                through CORRFILE, and cards held in SUSPFILE.
      *                KEYROTAT's backout file (KEYRBKUP - one
      *                prior image per PIN it moved) and TRVLFEED
      *                are rewritten every night, so their month is
      *                read back from the generations GENMGR banked
      *                during the month (GENCATLG); an in-month
      *                generation already purged is reported, since
      *                its usage can no longer be billed.  Cards on
      *                file and in suspense are the position at the
      *                time of the run.  A REISCTL entry is tied to
      *                its issuer through the card master by key and
      *                a travel notification through the card
      *                master's Account_Number alternate key.  A
      *                correction is keyed on the ALL_DT capture
      *                row, which carries no Issuer_FIID, so
      *                corrections - and any usage whose card has
      *                left the card master - are billed on a
      *                shared line (FIID "SHRD") for finance to
      *                apportion.  Each count is priced from the
      *                rate card (RATECARD, ratecard.cpy): the
      *                issuer's own rate, else the standard "****"
      *                rate, whichever has the latest effective
      *                month not after the billing month.  Output
      *                is the invoice-support report (BILLRPT), the
      *                general ledger extract (BILLGL, billgl.cpy)
      *                and the keyed billing history (BILLHIST,
      *                billhist.cpy).  A rerun of a month clears
      *                that month's history records before writing
      *                them again, so figures are replaced, never
      *                doubled.  BILL_MONTH (YYYYMM) selects the
      *                month; unset, it is the month of the
      *                business date on BIZDATE.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ISSBILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISSUER-FILE       ASSIGN TO "ISSMAST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ISS-STATUS.

           SELECT RATE-CARD-FILE    ASSIGN TO "RATECARD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RATE-STATUS.

           SELECT CARD-MASTER-FILE  ASSIGN TO "CARDMSTR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CARDM-KEY
                  ALTERNATE RECORD KEY IS CARDM-ACCOUNT-NUMBER
                      WITH DUPLICATES
                  FILE STATUS IS WS-IN-STATUS.

           SELECT REIS-CTL-FILE     ASSIGN TO "REISCTL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REIS-KEY
                  FILE STATUS IS WS-CTL-STATUS.

           SELECT CORRECTION-FILE   ASSIGN TO "CORRFILE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CORR-ID
                  FILE STATUS IS WS-CORR-STATUS.

           SELECT SUSPENSE-FILE     ASSIGN TO "SUSPFILE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SUSP-KEY
                  FILE STATUS IS WS-SUSP-STATUS.

           SELECT OPTIONAL CATALOG-FILE
                  ASSIGN TO "GENCATLG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAT-STATUS.

           SELECT KEYR-GEN-FILE     ASSIGN TO "BILLKRGN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-KRG-STATUS.

           SELECT TRVL-GEN-FILE     ASSIGN TO "BILLTFGN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TFG-STATUS.

           SELECT TRVL-PREV-FILE    ASSIGN TO "BILLTFPV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TFP-STATUS.

           SELECT BILL-HIST-FILE    ASSIGN TO "BILLHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BH-KEY
                  FILE STATUS IS WS-HIST-STATUS.

           SELECT BILL-GL-FILE      ASSIGN TO "BILLGL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GL-STATUS.

           SELECT BILL-RPT-FILE     ASSIGN TO "BILLRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ISSUER-FILE.
           COPY "issmast.cpy".

       FD  RATE-CARD-FILE.
           COPY "ratecard.cpy".

       FD  CARD-MASTER-FILE.
           COPY "cardmst.cpy".

       FD  REIS-CTL-FILE.
           COPY "reisctl.cpy".

       FD  CORRECTION-FILE.
           COPY "correc.cpy".

       FD  SUSPENSE-FILE.
           COPY "susprec.cpy".

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           COPY "gencat.cpy" REPLACING ==01== BY ==03==.

       FD  KEYR-GEN-FILE.
       01  KEYR-GEN-RECORD.
           COPY "test_copy_book.cpy" REPLACING ==10== BY ==03==.

       FD  TRVL-GEN-FILE.
           COPY "trvlfeed.cpy".

       FD  TRVL-PREV-FILE.
           COPY "trvlfeed.cpy" REPLACING ==01 TRAVEL-FEED-RECORD==
               BY ==01 TRVL-PREV-DETAIL==
               ==01 TRAVEL-FEED-TRAILER==
               BY ==01 TRVL-PREV-TRAILER==.

       FD  BILL-HIST-FILE.
           COPY "billhist.cpy".

       FD  BILL-GL-FILE.
           COPY "billgl.cpy".

       FD  BILL-RPT-FILE.
       01  BILL-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-ISS-STATUS               PIC XX.
       01  WS-RATE-STATUS              PIC XX.
       01  WS-IN-STATUS                PIC XX.
           88  WS-IN-NOT-FOUND          VALUE "23".
       01  WS-CTL-STATUS               PIC XX.
       01  WS-CORR-STATUS              PIC XX.
       01  WS-SUSP-STATUS              PIC XX.
       01  WS-CAT-STATUS               PIC XX.
           88  WS-CAT-EOF               VALUE "10".
       01  WS-KRG-STATUS               PIC XX.
       01  WS-TFG-STATUS               PIC XX.
       01  WS-TFP-STATUS               PIC XX.
       01  WS-HIST-STATUS              PIC XX.
           88  WS-HIST-MISSING          VALUE "35".
       01  WS-GL-STATUS                PIC XX.
       01  WS-RPT-STATUS               PIC XX.

       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-FOUND-SW                 PIC X       VALUE "N".
           88  WS-FOUND                VALUE "Y".

       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-MONTH REDEFINES WS-TODAY.
           05  WS-TODAY-YYYYMM         PIC 9(6).
           05  FILLER                  PIC 9(2).

       01  WS-BILL-MONTH-RAW           PIC X(6)    VALUE SPACES.
       01  WS-BILL-MONTH               PIC 9(6)    VALUE ZERO.
       01  WS-EVENT-MONTH              PIC 9(6)    VALUE ZERO.

      *  ISSUERS BILLED: THE ISSUER MASTER IN FILE ORDER, THEN
      *  ANY Issuer_FIID MET ON THE DATA BUT NOT ON ISSMAST, THEN
      *  THE SHARED LINE.  QUANTITIES, RATES AND AMOUNTS ARE HELD
      *  BY CHARGE IN RATECARD.CPY ORDER.
       01  WS-ISSUER-MAX               PIC 9(4)    VALUE 200.
       01  WS-ISSUER-COUNT             PIC 9(4)    VALUE ZERO.
       01  WS-ISSUER-TABLE.
           05  WS-ISSUER-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-IX.
               10  WS-IS-FIID           PIC X(4).
               10  WS-IS-NAME           PIC X(30).
               10  WS-IS-RATED-SW       PIC X.
                   88  WS-IS-RATED      VALUE "Y".
               10  WS-IS-CHARGE OCCURS 6 TIMES.
                   15  WS-IS-QUANTITY   PIC 9(9).
                   15  WS-IS-RATE       PIC 9(3)V9(4).
                   15  WS-IS-AMOUNT     PIC 9(9)V99.
               10  WS-IS-TOTAL          PIC 9(11)V99.
       01  WS-SHARED-FIID              PIC X(4)    VALUE "SHRD".
       01  WS-LOOKUP-FIID              PIC X(4)    VALUE SPACES.

       01  WS-CHARGE-DEFS.
           05  FILLER  PIC X(34) VALUE
               "CARDCARDS ON FILE".
           05  FILLER  PIC X(34) VALUE
               "EMBSCARDS SENT TO EMBOSSING".
           05  FILLER  PIC X(34) VALUE
               "PINRPINS RE-ENCRYPTED".
           05  FILLER  PIC X(34) VALUE
               "TRVLTRAVEL NOTIFICATIONS SENT".
           05  FILLER  PIC X(34) VALUE
               "CORROPERATOR CORRECTIONS EMITTED".
           05  FILLER  PIC X(34) VALUE
               "SUSPCARDS HELD IN SUSPENSE".
       01  WS-CHARGE-TABLE REDEFINES WS-CHARGE-DEFS.
           05  WS-CHARGE-ENTRY OCCURS 6 TIMES.
               10  WS-CH-CODE           PIC X(4).
               10  WS-CH-DESC           PIC X(30).
       01  WS-CHARGE-CARD              PIC 9       VALUE 1.
       01  WS-CHARGE-EMBS              PIC 9       VALUE 2.
       01  WS-CHARGE-PINR              PIC 9       VALUE 3.
       01  WS-CHARGE-TRVL              PIC 9       VALUE 4.
       01  WS-CHARGE-CORR              PIC 9       VALUE 5.
       01  WS-CHARGE-SUSP              PIC 9       VALUE 6.
       01  WS-CHARGE-SUB               PIC 9       VALUE ZERO.

       01  WS-RATE-MAX                 PIC 9(4)    VALUE 400.
       01  WS-RATE-COUNT               PIC 9(4)    VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 400 TIMES
                       INDEXED BY WS-RX.
               10  WS-RT-FIID           PIC X(4).
               10  WS-RT-MONTH          PIC 9(6).
               10  WS-RT-RATE           PIC 9(3)V9(4)
                                        OCCURS 6 TIMES.
       01  WS-BEST-RATE-SUB            PIC 9(4)    VALUE ZERO.
       01  WS-BEST-RATE-MONTH          PIC 9(6)    VALUE ZERO.

      *  LIVE GENERATIONS OF THE BANKED KEYRBKUP AND TRVLFEED,
      *  FOLDED FROM THE APPEND-ONLY CATALOG THE WAY GENMGR FOLDS
      *  IT: A "CATLG" RECORD TAKES A SLOT, A LATER "PURGED"
      *  RECORD MARKS IT DEAD.
       01  WS-GEN-MAX                  PIC 9(4)    VALUE 400.
       01  WS-GEN-COUNT                PIC 9(4)    VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 400 TIMES
                       INDEXED BY WS-GX.
               10  WS-GE-DDNAME         PIC X(12).
               10  WS-GE-GENERATION     PIC 9(4).
               10  WS-GE-DATE           PIC 9(8).
               10  WS-GE-LIVE-SW        PIC X.
                   88  WS-GE-LIVE       VALUE "Y".
       01  WS-GEN-FILE-NAME            PIC X(18)   VALUE SPACES.

       01  WS-SUB                      PIC 9(4)    VALUE ZERO.
       01  WS-SUB-2                    PIC 9(4)    VALUE ZERO.

      *  THE TRAVEL FEED GENERATION BEING BILLED, THE GENERATION
      *  BANKED BEFORE IT, AND THE FEED MODE OF THE LAST ONE READ.
       01  WS-TF-CUR-SUB               PIC 9(4)    VALUE ZERO.
       01  WS-TF-PRIOR-SUB             PIC 9(4)    VALUE ZERO.
       01  WS-TF-SUB                   PIC 9(4)    VALUE ZERO.
       01  WS-TF-MODE                  PIC X       VALUE SPACE.
           88  WS-TF-FULL              VALUE "F".
           88  WS-TF-DELTA             VALUE "D".
           88  WS-TF-UNAVAILABLE       VALUE "?".
       01  WS-TF-SAW-DELTA-SW          PIC X       VALUE "N".
           88  WS-TF-SAW-DELTA         VALUE "Y".
       01  WS-TF-CUR-DONE-SW           PIC X       VALUE "N".
           88  WS-TF-CUR-DONE          VALUE "Y".
       01  WS-TF-PRIOR-DONE-SW         PIC X       VALUE "N".
           88  WS-TF-PRIOR-DONE        VALUE "Y".

       01  WS-COUNTERS.
           05  WS-CARD-READ-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-GENS-READ            PIC 9(4)    VALUE ZERO.
           05  WS-GENS-LOST            PIC 9(4)    VALUE ZERO.
           05  WS-TF-DELTA-GENS        PIC 9(4)    VALUE ZERO.
           05  WS-TF-FULL-GENS         PIC 9(4)    VALUE ZERO.
           05  WS-TF-RESYNC-GENS       PIC 9(4)    VALUE ZERO.
           05  WS-UNRATED-COUNT        PIC 9(4)    VALUE ZERO.
           05  WS-HIST-CLEARED         PIC 9(7)    VALUE ZERO.
           05  WS-HIST-WRITTEN         PIC 9(7)    VALUE ZERO.
           05  WS-GL-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-GL-TOTAL             PIC 9(11)V99 VALUE ZERO.

       01  WS-HEADING-1                PIC X(60) VALUE
           "MONTHLY ISSUER SERVICE BILLING - INVOICE SUPPORT".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER      PIC X(15) VALUE "BILLING MONTH: ".
           05  HD-BILL-MONTH           PIC 9(6).
       01  WS-HEADING-3.
           05  FILLER      PIC X(6)  VALUE "CODE".
           05  FILLER      PIC X(32) VALUE "SERVICE".
           05  FILLER      PIC X(15) VALUE "      QUANTITY".
           05  FILLER      PIC X(12) VALUE "   RATE".
           05  FILLER      PIC X(16) VALUE "          AMOUNT".

       01  WS-ISSUER-LINE.
           05  FILLER            PIC X(8)  VALUE "ISSUER: ".
           05  IL-FIID           PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  IL-NAME           PIC X(30).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  IL-RATE-NOTE      PIC X(30).

       01  WS-DETAIL-LINE.
           05  DL-CHARGE-CODE     PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-CHARGE-DESC     PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-QUANTITY        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  DL-RATE            PIC ZZ9.9999.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  DL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  FILLER             PIC X(38) VALUE
               "      ISSUER TOTAL".
           05  FILLER             PIC X(27) VALUE SPACES.
           05  TL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-LINE             PIC X(80)   VALUE SPACES.
       01  WS-SUMMARY-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-CARDS-ON-FILE
           PERFORM 2200-COUNT-EMBOSSING
           PERFORM 2400-COUNT-PIN-ROTATIONS
           PERFORM 2600-COUNT-TRAVEL-NOTICES
           PERFORM 2800-COUNT-CORRECTIONS
           PERFORM 2900-COUNT-SUSPENSE
           PERFORM 3000-PRICE-ONE-ISSUER
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ISSUER-COUNT
           PERFORM 4000-CLEAR-MONTH-HISTORY
           PERFORM 5000-WRITE-ONE-ISSUER
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ISSUER-COUNT
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-WRAP-UP
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           ACCEPT WS-BILL-MONTH-RAW FROM ENVIRONMENT "BILL_MONTH"
               ON EXCEPTION
                   MOVE SPACES TO WS-BILL-MONTH-RAW
           END-ACCEPT
           IF WS-BILL-MONTH-RAW = SPACES
               MOVE WS-TODAY-YYYYMM TO WS-BILL-MONTH
           ELSE
               COMPUTE WS-BILL-MONTH =
                   FUNCTION NUMVAL(WS-BILL-MONTH-RAW)
           END-IF
           PERFORM 1100-LOAD-ISSUER-MASTER
           PERFORM 1200-LOAD-RATE-CARD
           PERFORM 1300-LOAD-CATALOG
           OPEN INPUT  CARD-MASTER-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "ISSBILL: UNABLE TO OPEN CARDMSTR, FILE "
                       "STATUS = " WS-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O BILL-HIST-FILE
           IF WS-HIST-MISSING
               OPEN OUTPUT BILL-HIST-FILE
               CLOSE BILL-HIST-FILE
               OPEN I-O BILL-HIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ISSBILL: UNABLE TO OPEN BILLHIST, FILE "
                       "STATUS = " WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT BILL-GL-FILE
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ISSBILL: UNABLE TO OPEN BILLGL, FILE "
                       "STATUS = " WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT BILL-RPT-FILE
           MOVE WS-BILL-MONTH TO HD-BILL-MONTH
           WRITE BILL-RPT-LINE FROM WS-HEADING-1
           WRITE BILL-RPT-LINE FROM WS-BIZ-DATE-HEADING
           WRITE BILL-RPT-LINE FROM WS-HEADING-2
           WRITE BILL-RPT-LINE FROM WS-HEADING-3.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "ISSBILL: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "ISSBILL: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       1100-LOAD-ISSUER-MASTER.
           OPEN INPUT ISSUER-FILE
           IF WS-ISS-STATUS NOT = "00"
               DISPLAY "ISSBILL: UNABLE TO OPEN ISSMAST, FILE "
                       "STATUS = " WS-ISS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-EOF-SW
           READ ISSUER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1110-LOAD-ONE-ISSUER
               UNTIL WS-EOF
           CLOSE ISSUER-FILE.

       1110-LOAD-ONE-ISSUER.
           MOVE IM-ISSUER-FIID TO WS-LOOKUP-FIID
           PERFORM 7000-FIND-ISSUER
           MOVE IM-ISSUER-NAME TO WS-IS-NAME(WS-IX)
           READ ISSUER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1200-LOAD-RATE-CARD.
           OPEN INPUT RATE-CARD-FILE
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "ISSBILL: UNABLE TO OPEN RATECARD, FILE "
                       "STATUS = " WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-EOF-SW
           READ RATE-CARD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1210-LOAD-ONE-RATE
               UNTIL WS-EOF
           CLOSE RATE-CARD-FILE.

       1210-LOAD-ONE-RATE.
           IF WS-RATE-COUNT >= WS-RATE-MAX
               DISPLAY "ISSBILL: WS-RATE-ENTRY TABLE FULL AT "
                       WS-RATE-MAX " ENTRIES - INCREASE OCCURS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-RATE-COUNT
           SET WS-RX TO WS-RATE-COUNT
           MOVE RT-ISSUER-FIID     TO WS-RT-FIID(WS-RX)
           MOVE RT-EFFECTIVE-MONTH TO WS-RT-MONTH(WS-RX)
           PERFORM 1220-LOAD-ONE-UNIT-RATE
               VARYING WS-CHARGE-SUB FROM 1 BY 1
               UNTIL WS-CHARGE-SUB > 6
           READ RATE-CARD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1220-LOAD-ONE-UNIT-RATE.
           MOVE RT-UNIT-RATE(WS-CHARGE-SUB)
               TO WS-RT-RATE(WS-RX, WS-CHARGE-SUB).

      *  A MISSING CATALOG MEANS NOTHING HAS BEEN BANKED; THE
      *  MONTH THEN HAS NO PIN OR TRAVEL USAGE TO BILL.
       1300-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "05"
               DISPLAY "ISSBILL: UNABLE TO OPEN GENCATLG, FILE "
                       "STATUS = " WS-CAT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ CATALOG-FILE
               AT END SET WS-CAT-EOF TO TRUE
           END-READ
           PERFORM 1310-FOLD-CATALOG-RECORD
               UNTIL WS-CAT-EOF
           CLOSE CATALOG-FILE.

       1310-FOLD-CATALOG-RECORD.
           IF GC-DDNAME = "KEYRBKUP" OR GC-DDNAME = "TRVLFEED"
               PERFORM 1320-FIND-GENERATION
               IF GC-DISPOSITION = "CATLG"
                   IF NOT WS-FOUND
                       IF WS-GEN-COUNT >= WS-GEN-MAX
                           DISPLAY "ISSBILL: WS-GEN-ENTRY TABLE "
                                   "FULL AT " WS-GEN-MAX
                                   " ENTRIES - INCREASE OCCURS"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-GEN-COUNT
                       SET WS-GX TO WS-GEN-COUNT
                       MOVE GC-DDNAME     TO WS-GE-DDNAME(WS-GX)
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

       1320-FIND-GENERATION.
           MOVE "N" TO WS-FOUND-SW
           SET WS-GX TO 1
           PERFORM 1330-MATCH-GENERATION
               VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 > WS-GEN-COUNT
                  OR WS-FOUND.

       1330-MATCH-GENERATION.
           SET WS-GX TO WS-SUB-2
           IF WS-GE-DDNAME(WS-GX) = GC-DDNAME
              AND WS-GE-GENERATION(WS-GX) = GC-GENERATION
               SET WS-FOUND TO TRUE
           END-IF.

      *  CARDS ON FILE - EVERY PLASTIC ON THE CARD MASTER, OF ANY
      *  STATUS, AT THE TIME OF THE RUN.
       2000-COUNT-CARDS-ON-FILE.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO CARDM-KEY
           START CARD-MASTER-FILE KEY >= CARDM-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               PERFORM 2090-READ-NEXT-CARD
           END-IF
           PERFORM 2010-COUNT-ONE-CARD
               UNTIL WS-EOF.

       2010-COUNT-ONE-CARD.
           ADD 1 TO WS-CARD-READ-COUNT
           MOVE Issuer_FIID IN CARD-MASTER-RECORD TO WS-LOOKUP-FIID
           MOVE WS-CHARGE-CARD TO WS-CHARGE-SUB
           PERFORM 7100-ADD-USAGE
           PERFORM 2090-READ-NEXT-CARD.

       2090-READ-NEXT-CARD.
           READ CARD-MASTER-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

      *  CARDS FED TO THE EMBOSSING BUREAU DURING THE MONTH.  THE
      *  CONTROL RECORD CARRIES ONLY THE CARD KEY; THE ISSUER
      *  COMES FROM THE CARD MASTER.
       2200-COUNT-EMBOSSING.
           OPEN INPUT REIS-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "ISSBILL: REISCTL NOT AVAILABLE, FILE "
                       "STATUS = " WS-CTL-STATUS
                       " - NO EMBOSSING BILLED"
           ELSE
               MOVE "N" TO WS-EOF-SW
               READ REIS-CTL-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 2210-COUNT-ONE-REISSUE
                   UNTIL WS-EOF
               CLOSE REIS-CTL-FILE
           END-IF.

       2210-COUNT-ONE-REISSUE.
           DIVIDE REIS-SENT-DATE BY 100 GIVING WS-EVENT-MONTH
           IF WS-EVENT-MONTH = WS-BILL-MONTH
               MOVE REIS-KEY TO CARDM-KEY
               READ CARD-MASTER-FILE
                   KEY IS CARDM-KEY
                   INVALID KEY SET WS-IN-NOT-FOUND TO TRUE
               END-READ
               IF WS-IN-NOT-FOUND
                   MOVE WS-SHARED-FIID TO WS-LOOKUP-FIID
               ELSE
                   MOVE Issuer_FIID IN CARD-MASTER-RECORD
                       TO WS-LOOKUP-FIID
               END-IF
               MOVE WS-CHARGE-EMBS TO WS-CHARGE-SUB
               PERFORM 7100-ADD-USAGE
           END-IF
           READ REIS-CTL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      *  EVERY RECORD ON A KEYROTAT BACKOUT FILE IS THE PRIOR
      *  IMAGE OF ONE PIN MOVED ONTO THE CURRENT KEY.
       2400-COUNT-PIN-ROTATIONS.
           PERFORM 2405-SELECT-PIN-GENERATION
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GEN-COUNT.

       2405-SELECT-PIN-GENERATION.
           SET WS-GX TO WS-SUB
           IF WS-GE-DDNAME(WS-GX) = "KEYRBKUP"
              AND WS-GE-DATE(WS-GX)(1:6) = WS-BILL-MONTH
               IF WS-GE-LIVE(WS-GX)
                   PERFORM 7200-BUILD-GEN-FILE-NAME
                   SET ENVIRONMENT "BILLKRGN" TO WS-GEN-FILE-NAME
                   PERFORM 2410-READ-PIN-GENERATION
               ELSE
                   ADD 1 TO WS-GENS-LOST
                   PERFORM 7300-REPORT-LOST-GENERATION
               END-IF
           END-IF.

       2410-READ-PIN-GENERATION.
           OPEN INPUT KEYR-GEN-FILE
           IF WS-KRG-STATUS NOT = "00"
               ADD 1 TO WS-GENS-LOST
               PERFORM 7300-REPORT-LOST-GENERATION
           ELSE
               ADD 1 TO WS-GENS-READ
               MOVE "N" TO WS-EOF-SW
               READ KEYR-GEN-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 2420-COUNT-ONE-PIN
                   UNTIL WS-EOF
               CLOSE KEYR-GEN-FILE
           END-IF.

       2420-COUNT-ONE-PIN.
           MOVE Issuer_FIID IN KEYR-GEN-RECORD TO WS-LOOKUP-FIID
           MOVE WS-CHARGE-PINR TO WS-CHARGE-SUB
           PERFORM 7100-ADD-USAGE
           READ KEYR-GEN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      *  A TRAVEL NOTIFICATION IS BILLED ONCE, WHEN IT IS SENT.
      *  EACH BANKED GENERATION'S TRAILER GIVES ITS FEED MODE (ONE
      *  BANKED BEFORE THE MODE WAS CARRIED IS TAKEN AS A DELTA IF
      *  IT HOLDS ANY "C" OR "D" RECORD, ELSE AS FULL).  ON A DELTA
      *  EACH "A" OR "C" RECORD IS ONE NOTIFICATION SENT; "D"
      *  RECORDS AND THE TRAILER ARE NOT.  A FULL FEED RE-SENDS THE
      *  WHOLE SET, SO ONLY WHAT IT CARRIES THAT THE GENERATION
      *  BANKED BEFORE IT DID NOT IS BILLED - AN ACCOUNT NEW SINCE
      *  THEN OR ONE WHOSE WINDOW CHANGED, THE SAME TEST TRVLFEED'S
      *  OWN DELTA MAKES; THAT EARLIER GENERATION MAY FALL IN THE
      *  MONTH BEFORE.  A FULL FEED WITH NO EARLIER GENERATION AT
      *  ALL IS THE FIRST EVER SENT AND IS BILLED WHOLE.  A FULL
      *  FEED THAT FOLLOWS A DELTA IS A RESYNC OF WHAT THE DELTAS
      *  ALREADY SENT AND BILLS NOTHING.  IF THE EARLIER GENERATION
      *  HAS BEEN PURGED, WHAT WAS NEW CAN NO LONGER BE TOLD AND THE
      *  FULL FEED IS REPORTED AS NOT AVAILABLE.  THE FEED IS IN
      *  Account_Number ORDER, ONE WINDOW PER ACCOUNT, SO THE ISSUER
      *  COMES FROM THE CARD MASTER'S ALTERNATE KEY.
       2600-COUNT-TRAVEL-NOTICES.
           PERFORM 2605-SELECT-TRAVEL-GENERATION
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GEN-COUNT.

       2605-SELECT-TRAVEL-GENERATION.
           SET WS-GX TO WS-SUB
           IF WS-GE-DDNAME(WS-GX) = "TRVLFEED"
              AND WS-GE-DATE(WS-GX)(1:6) = WS-BILL-MONTH
               IF WS-GE-LIVE(WS-GX)
                   PERFORM 7200-BUILD-GEN-FILE-NAME
                   SET ENVIRONMENT "BILLTFGN" TO WS-GEN-FILE-NAME
                   PERFORM 2610-READ-TRAVEL-GENERATION
               ELSE
                   ADD 1 TO WS-GENS-LOST
                   PERFORM 7300-REPORT-LOST-GENERATION
               END-IF
           END-IF.

       2610-READ-TRAVEL-GENERATION.
           SET WS-TF-CUR-SUB TO WS-GX
           PERFORM 2612-FIND-FEED-MODE
           EVALUATE TRUE
               WHEN WS-TF-UNAVAILABLE
                   ADD 1 TO WS-GENS-LOST
                   PERFORM 7300-REPORT-LOST-GENERATION
               WHEN WS-TF-DELTA
                   ADD 1 TO WS-GENS-READ
                   ADD 1 TO WS-TF-DELTA-GENS
                   PERFORM 2615-COUNT-ADDS-AND-CHANGES
               WHEN OTHER
                   ADD 1 TO WS-TF-FULL-GENS
                   PERFORM 2630-COUNT-FULL-GENERATION
           END-EVALUATE.

      *  READS THE GENERATION BILLTFGN NAMES THROUGH TO ITS TRAILER
      *  FOR THE FEED MODE; "?" WHEN IT CANNOT BE OPENED.
       2612-FIND-FEED-MODE.
           MOVE SPACE TO WS-TF-MODE
           MOVE "N" TO WS-TF-SAW-DELTA-SW
           OPEN INPUT TRVL-GEN-FILE
           IF WS-TFG-STATUS NOT = "00"
               MOVE "?" TO WS-TF-MODE
           ELSE
               MOVE "N" TO WS-EOF-SW
               READ TRVL-GEN-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 2613-NOTE-FEED-MODE
                   UNTIL WS-EOF
               CLOSE TRVL-GEN-FILE
               IF NOT WS-TF-FULL AND NOT WS-TF-DELTA
                   IF WS-TF-SAW-DELTA
                       MOVE "D" TO WS-TF-MODE
                   ELSE
                       MOVE "F" TO WS-TF-MODE
                   END-IF
               END-IF
           END-IF.

       2613-NOTE-FEED-MODE.
           IF TFT-RECORD-ID IN TRAVEL-FEED-TRAILER = "TRAILER"
               MOVE TFT-FEED-MODE IN TRAVEL-FEED-TRAILER
                   TO WS-TF-MODE
           ELSE
               IF TF-ACTION IN TRAVEL-FEED-RECORD = "C"
                  OR TF-ACTION IN TRAVEL-FEED-RECORD = "D"
                   SET WS-TF-SAW-DELTA TO TRUE
               END-IF
           END-IF
           READ TRVL-GEN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2615-COUNT-ADDS-AND-CHANGES.
           OPEN INPUT TRVL-GEN-FILE
           MOVE "N" TO WS-EOF-SW
           READ TRVL-GEN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2620-COUNT-ONE-NOTICE
               UNTIL WS-EOF
           CLOSE TRVL-GEN-FILE.

       2620-COUNT-ONE-NOTICE.
           IF TFT-RECORD-ID IN TRAVEL-FEED-TRAILER NOT = "TRAILER"
              AND (TF-ACTION IN TRAVEL-FEED-RECORD = "A"
                   OR TF-ACTION IN TRAVEL-FEED-RECORD = "C")
               PERFORM 2625-BILL-ONE-NOTICE
           END-IF
           READ TRVL-GEN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2625-BILL-ONE-NOTICE.
           MOVE TF-ACCOUNT-NUMBER IN TRAVEL-FEED-RECORD
               TO CARDM-ACCOUNT-NUMBER
           READ CARD-MASTER-FILE
               KEY IS CARDM-ACCOUNT-NUMBER
               INVALID KEY SET WS-IN-NOT-FOUND TO TRUE
           END-READ
           IF WS-IN-NOT-FOUND
               MOVE WS-SHARED-FIID TO WS-LOOKUP-FIID
           ELSE
               MOVE Issuer_FIID IN CARD-MASTER-RECORD
                   TO WS-LOOKUP-FIID
           END-IF
           MOVE WS-CHARGE-TRVL TO WS-CHARGE-SUB
           PERFORM 7100-ADD-USAGE.

       2630-COUNT-FULL-GENERATION.
           PERFORM 2640-FIND-PRIOR-GENERATION
           IF WS-TF-PRIOR-SUB = ZERO
               ADD 1 TO WS-GENS-READ
               PERFORM 2615-COUNT-ADDS-AND-CHANGES
           ELSE
               SET WS-GX TO WS-TF-PRIOR-SUB
               IF WS-GE-LIVE(WS-GX)
                   PERFORM 7200-BUILD-GEN-FILE-NAME
                   SET ENVIRONMENT "BILLTFGN" TO WS-GEN-FILE-NAME
                   SET ENVIRONMENT "BILLTFPV" TO WS-GEN-FILE-NAME
                   PERFORM 2612-FIND-FEED-MODE
               ELSE
                   MOVE "?" TO WS-TF-MODE
               END-IF
               SET WS-GX TO WS-TF-CUR-SUB
               PERFORM 7200-BUILD-GEN-FILE-NAME
               SET ENVIRONMENT "BILLTFGN" TO WS-GEN-FILE-NAME
               EVALUATE TRUE
                   WHEN WS-TF-UNAVAILABLE
                       ADD 1 TO WS-GENS-LOST
                       DISPLAY "ISSBILL: FULL TRAVEL FEED "
                               WS-GEN-FILE-NAME " - GENERATION "
                               "BEFORE IT NO LONGER AVAILABLE, "
                               "ITS USAGE IS NOT BILLED"
                   WHEN WS-TF-DELTA
                       ADD 1 TO WS-GENS-READ
                       ADD 1 TO WS-TF-RESYNC-GENS
                   WHEN OTHER
                       ADD 1 TO WS-GENS-READ
                       PERFORM 2650-MATCH-FULL-TO-PRIOR
               END-EVALUATE
           END-IF.

      *  THE GENERATION BANKED IMMEDIATELY BEFORE THE ONE BEING
      *  BILLED, LIVE OR PURGED, WHATEVER ITS MONTH; ZERO IF NONE.
       2640-FIND-PRIOR-GENERATION.
           MOVE ZERO TO WS-TF-PRIOR-SUB
           PERFORM 2645-TEST-PRIOR-GENERATION
               VARYING WS-TF-SUB FROM 1 BY 1
               UNTIL WS-TF-SUB > WS-GEN-COUNT.

       2645-TEST-PRIOR-GENERATION.
           IF WS-GE-DDNAME(WS-TF-SUB) = "TRVLFEED"
              AND WS-GE-GENERATION(WS-TF-SUB) <
                      WS-GE-GENERATION(WS-TF-CUR-SUB)
               IF WS-TF-PRIOR-SUB = ZERO
                   MOVE WS-TF-SUB TO WS-TF-PRIOR-SUB
               ELSE
                   IF WS-GE-GENERATION(WS-TF-SUB) >
                          WS-GE-GENERATION(WS-TF-PRIOR-SUB)
                       MOVE WS-TF-SUB TO WS-TF-PRIOR-SUB
                   END-IF
               END-IF
           END-IF.

      *  TWO-FILE MATCH OF THE FULL FEED AGAINST THE EARLIER ONE,
      *  BOTH IN ACCOUNT ORDER.  THIS FEED ONLY, OR BOTH WITH A
      *  DIFFERENT WINDOW -> A NOTIFICATION SENT; EARLIER FEED
      *  ONLY -> DROPPED, NOT BILLED; BOTH AND IDENTICAL -> A
      *  RE-SEND, NOT BILLED.
       2650-MATCH-FULL-TO-PRIOR.
           OPEN INPUT TRVL-GEN-FILE
           OPEN INPUT TRVL-PREV-FILE
           MOVE "N" TO WS-TF-CUR-DONE-SW
           MOVE "N" TO WS-TF-PRIOR-DONE-SW
           PERFORM 2660-READ-FULL-FEED
           PERFORM 2670-READ-PRIOR-FEED
           PERFORM 2655-MATCH-ONE-ACCOUNT
               UNTIL WS-TF-CUR-DONE
           CLOSE TRVL-GEN-FILE
           CLOSE TRVL-PREV-FILE.

       2655-MATCH-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-TF-PRIOR-DONE
                   PERFORM 2625-BILL-ONE-NOTICE
                   PERFORM 2660-READ-FULL-FEED
               WHEN TF-ACCOUNT-NUMBER IN TRAVEL-FEED-RECORD <
                    TF-ACCOUNT-NUMBER IN TRVL-PREV-DETAIL
                   PERFORM 2625-BILL-ONE-NOTICE
                   PERFORM 2660-READ-FULL-FEED
               WHEN TF-ACCOUNT-NUMBER IN TRAVEL-FEED-RECORD >
                    TF-ACCOUNT-NUMBER IN TRVL-PREV-DETAIL
                   PERFORM 2670-READ-PRIOR-FEED
               WHEN OTHER
                   IF TRAVEL-FEED-RECORD(2:69) NOT =
                          TRVL-PREV-DETAIL(2:69)
                       PERFORM 2625-BILL-ONE-NOTICE
                   END-IF
                   PERFORM 2660-READ-FULL-FEED
                   PERFORM 2670-READ-PRIOR-FEED
           END-EVALUATE.

      *  EACH FEED ENDS WITH ITS CONTROL TRAILER, WHICH IS NOT A
      *  TRAVEL WINDOW - TREAT IT AS END OF DATA.
       2660-READ-FULL-FEED.
           READ TRVL-GEN-FILE
               AT END SET WS-TF-CUR-DONE TO TRUE
           END-READ
           IF NOT WS-TF-CUR-DONE
              AND TFT-RECORD-ID IN TRAVEL-FEED-TRAILER = "TRAILER"
               SET WS-TF-CUR-DONE TO TRUE
           END-IF.

       2670-READ-PRIOR-FEED.
           READ TRVL-PREV-FILE
               AT END SET WS-TF-PRIOR-DONE TO TRUE
           END-READ
           IF NOT WS-TF-PRIOR-DONE
              AND TFT-RECORD-ID IN TRVL-PREV-TRAILER = "TRAILER"
               SET WS-TF-PRIOR-DONE TO TRUE
           END-IF.

      *  A CORRECTION COUNTS IN THE MONTH ITS CHECKER APPROVED IT
      *  AND IT WAS EMITTED.  NOTHING ON THE CAPTURE ROW NAMES AN
      *  ISSUER, SO ALL CORRECTIONS GO TO THE SHARED LINE.
       2800-COUNT-CORRECTIONS.
           OPEN INPUT CORRECTION-FILE
           IF WS-CORR-STATUS NOT = "00"
               DISPLAY "ISSBILL: CORRFILE NOT AVAILABLE, FILE "
                       "STATUS = " WS-CORR-STATUS
                       " - NO CORRECTIONS BILLED"
           ELSE
               MOVE "N" TO WS-EOF-SW
               READ CORRECTION-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 2810-COUNT-ONE-CORRECTION
                   UNTIL WS-EOF
               CLOSE CORRECTION-FILE
           END-IF.

       2810-COUNT-ONE-CORRECTION.
           IF CORR-STATUS = "EMITTED "
              AND CORR-CHECKER-TIMESTAMP(1:6) = WS-BILL-MONTH
               MOVE WS-SHARED-FIID TO WS-LOOKUP-FIID
               MOVE WS-CHARGE-CORR TO WS-CHARGE-SUB
               PERFORM 7100-ADD-USAGE
           END-IF
           READ CORRECTION-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      *  CARDS HELD IN SUSPENSE AT THE TIME OF THE RUN.
       2900-COUNT-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "ISSBILL: SUSPFILE NOT AVAILABLE, FILE "
                       "STATUS = " WS-SUSP-STATUS
                       " - NO SUSPENSE BILLED"
           ELSE
               MOVE "N" TO WS-EOF-SW
               READ SUSPENSE-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 2910-COUNT-ONE-HELD-CARD
                   UNTIL WS-EOF
               CLOSE SUSPENSE-FILE
           END-IF.

       2910-COUNT-ONE-HELD-CARD.
           MOVE Issuer_FIID IN SUSPENSE-RECORD TO WS-LOOKUP-FIID
           MOVE WS-CHARGE-SUSP TO WS-CHARGE-SUB
           PERFORM 7100-ADD-USAGE
           READ SUSPENSE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      *  THE ISSUER'S OWN RATE WINS OVER THE STANDARD "****" RATE;
      *  WITHIN EITHER, THE LATEST EFFECTIVE MONTH NOT AFTER THE
      *  BILLING MONTH.  AN ISSUER WITH NO RATE AT ALL IS SHOWN
      *  UNPRICED RATHER THAN BILLED AT ZERO SILENTLY.
       3000-PRICE-ONE-ISSUER.
           SET WS-IX TO WS-SUB
           MOVE ZERO TO WS-BEST-RATE-SUB
           MOVE WS-IS-FIID(WS-IX) TO WS-LOOKUP-FIID
           PERFORM 3100-FIND-BEST-RATE
           IF WS-BEST-RATE-SUB = ZERO
               MOVE "****" TO WS-LOOKUP-FIID
               PERFORM 3100-FIND-BEST-RATE
           END-IF
           MOVE ZERO TO WS-IS-TOTAL(WS-IX)
           IF WS-BEST-RATE-SUB = ZERO
               MOVE "N" TO WS-IS-RATED-SW(WS-IX)
               ADD 1 TO WS-UNRATED-COUNT
           ELSE
               MOVE "Y" TO WS-IS-RATED-SW(WS-IX)
               SET WS-RX TO WS-BEST-RATE-SUB
               PERFORM 3200-PRICE-ONE-CHARGE
                   VARYING WS-CHARGE-SUB FROM 1 BY 1
                   UNTIL WS-CHARGE-SUB > 6
           END-IF.

       3100-FIND-BEST-RATE.
           MOVE ZERO TO WS-BEST-RATE-MONTH
           PERFORM 3110-TEST-ONE-RATE
               VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 > WS-RATE-COUNT.

       3110-TEST-ONE-RATE.
           SET WS-RX TO WS-SUB-2
           IF WS-RT-FIID(WS-RX) = WS-LOOKUP-FIID
              AND WS-RT-MONTH(WS-RX) NOT > WS-BILL-MONTH
              AND WS-RT-MONTH(WS-RX) NOT < WS-BEST-RATE-MONTH
               MOVE WS-SUB-2           TO WS-BEST-RATE-SUB
               MOVE WS-RT-MONTH(WS-RX) TO WS-BEST-RATE-MONTH
           END-IF.

       3200-PRICE-ONE-CHARGE.
           MOVE WS-RT-RATE(WS-RX, WS-CHARGE-SUB)
               TO WS-IS-RATE(WS-IX, WS-CHARGE-SUB)
           COMPUTE WS-IS-AMOUNT(WS-IX, WS-CHARGE-SUB) ROUNDED
               = WS-IS-QUANTITY(WS-IX, WS-CHARGE-SUB)
               * WS-IS-RATE(WS-IX, WS-CHARGE-SUB)
           ADD WS-IS-AMOUNT(WS-IX, WS-CHARGE-SUB)
               TO WS-IS-TOTAL(WS-IX).

      *  THE MONTH'S OLD FIGURES GO BEFORE THE NEW ONES ARE
      *  WRITTEN, SO AN ISSUER OR CHARGE THAT HAS DROPPED OUT
      *  SINCE THE LAST RUN DOES NOT LINGER.
       4000-CLEAR-MONTH-HISTORY.
           MOVE "N" TO WS-EOF-SW
           MOVE WS-BILL-MONTH TO BH-BILL-MONTH
           MOVE LOW-VALUES    TO BH-ISSUER-FIID
           MOVE LOW-VALUES    TO BH-CHARGE-CODE
           START BILL-HIST-FILE KEY >= BH-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               PERFORM 4100-READ-NEXT-HISTORY
           END-IF
           PERFORM 4200-CLEAR-ONE-HISTORY
               UNTIL WS-EOF.

       4100-READ-NEXT-HISTORY.
           READ BILL-HIST-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               IF BH-BILL-MONTH NOT = WS-BILL-MONTH
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.

       4200-CLEAR-ONE-HISTORY.
           DELETE BILL-HIST-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           ADD 1 TO WS-HIST-CLEARED
           PERFORM 4100-READ-NEXT-HISTORY.

       5000-WRITE-ONE-ISSUER.
           SET WS-IX TO WS-SUB
           MOVE WS-IS-FIID(WS-IX) TO IL-FIID
           MOVE WS-IS-NAME(WS-IX) TO IL-NAME
           IF WS-IS-RATED(WS-IX)
               MOVE SPACES TO IL-RATE-NOTE
           ELSE
               MOVE "*** NO RATE ON RATECARD ***" TO IL-RATE-NOTE
           END-IF
           MOVE SPACES TO BILL-RPT-LINE
           WRITE BILL-RPT-LINE
           WRITE BILL-RPT-LINE FROM WS-ISSUER-LINE
           PERFORM 5100-WRITE-ONE-CHARGE
               VARYING WS-CHARGE-SUB FROM 1 BY 1
               UNTIL WS-CHARGE-SUB > 6
           MOVE WS-IS-TOTAL(WS-IX) TO TL-AMOUNT
           WRITE BILL-RPT-LINE FROM WS-TOTAL-LINE
           ADD WS-IS-TOTAL(WS-IX) TO WS-GL-TOTAL.

       5100-WRITE-ONE-CHARGE.
           MOVE WS-CH-CODE(WS-CHARGE-SUB)   TO DL-CHARGE-CODE
           MOVE WS-CH-DESC(WS-CHARGE-SUB)   TO DL-CHARGE-DESC
           MOVE WS-IS-QUANTITY(WS-IX, WS-CHARGE-SUB) TO DL-QUANTITY
           MOVE WS-IS-RATE(WS-IX, WS-CHARGE-SUB)     TO DL-RATE
           MOVE WS-IS-AMOUNT(WS-IX, WS-CHARGE-SUB)   TO DL-AMOUNT
           WRITE BILL-RPT-LINE FROM WS-DETAIL-LINE
           MOVE WS-BILL-MONTH                        TO BH-BILL-MONTH
           MOVE WS-IS-FIID(WS-IX)                    TO BH-ISSUER-FIID
           MOVE WS-CH-CODE(WS-CHARGE-SUB)            TO BH-CHARGE-CODE
           MOVE WS-IS-QUANTITY(WS-IX, WS-CHARGE-SUB) TO BH-QUANTITY
           MOVE WS-IS-RATE(WS-IX, WS-CHARGE-SUB)     TO BH-UNIT-RATE
           MOVE WS-IS-AMOUNT(WS-IX, WS-CHARGE-SUB)   TO BH-AMOUNT
           MOVE WS-TODAY                             TO BH-RUN-DATE
           WRITE BILLING-HISTORY-RECORD
               INVALID KEY
                   REWRITE BILLING-HISTORY-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-HIST-WRITTEN
           IF WS-IS-QUANTITY(WS-IX, WS-CHARGE-SUB) > ZERO
               MOVE "DETAIL"                  TO GL-RECORD-TYPE
               MOVE WS-BILL-MONTH             TO GL-BILL-MONTH
               MOVE WS-IS-FIID(WS-IX)         TO GL-ISSUER-FIID
               MOVE WS-CH-CODE(WS-CHARGE-SUB) TO GL-CHARGE-CODE
               MOVE WS-IS-QUANTITY(WS-IX, WS-CHARGE-SUB)
                                              TO GL-QUANTITY
               MOVE WS-IS-RATE(WS-IX, WS-CHARGE-SUB)
                                              TO GL-UNIT-RATE
               MOVE WS-IS-AMOUNT(WS-IX, WS-CHARGE-SUB)
                                              TO GL-AMOUNT
               WRITE BILLING-GL-RECORD
               ADD 1 TO WS-GL-COUNT
           END-IF.

      *  LOOK UP AN ISSUER BY FIID, ADDING IT WHEN IT IS NOT ON
      *  THE TABLE.  A BLANK FIID CANNOT BE BILLED TO ANYONE AND
      *  GOES TO THE SHARED LINE.
       7000-FIND-ISSUER.
           IF WS-LOOKUP-FIID = SPACES
               MOVE WS-SHARED-FIID TO WS-LOOKUP-FIID
           END-IF
           MOVE "N" TO WS-FOUND-SW
           SET WS-IX TO 1
           PERFORM 7010-MATCH-ISSUER
               VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 > WS-ISSUER-COUNT
                  OR WS-FOUND
           IF NOT WS-FOUND
               IF WS-ISSUER-COUNT >= WS-ISSUER-MAX
                   DISPLAY "ISSBILL: WS-ISSUER-ENTRY TABLE FULL AT "
                           WS-ISSUER-MAX " ENTRIES - INCREASE OCCURS"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-ISSUER-COUNT
               SET WS-IX TO WS-ISSUER-COUNT
               INITIALIZE WS-ISSUER-ENTRY(WS-IX)
               MOVE WS-LOOKUP-FIID TO WS-IS-FIID(WS-IX)
               IF WS-LOOKUP-FIID = WS-SHARED-FIID
                   MOVE "SHARED - NOT ISSUER-ATTRIBUTABLE"
                       TO WS-IS-NAME(WS-IX)
               ELSE
                   MOVE "*** NOT ON ISSMAST ***"
                       TO WS-IS-NAME(WS-IX)
               END-IF
           END-IF.

       7010-MATCH-ISSUER.
           SET WS-IX TO WS-SUB-2
           IF WS-IS-FIID(WS-IX) = WS-LOOKUP-FIID
               SET WS-FOUND TO TRUE
           END-IF.

       7100-ADD-USAGE.
           PERFORM 7000-FIND-ISSUER
           ADD 1 TO WS-IS-QUANTITY(WS-IX, WS-CHARGE-SUB).

       7200-BUILD-GEN-FILE-NAME.
           MOVE SPACES TO WS-GEN-FILE-NAME
           STRING WS-GE-DDNAME(WS-GX) DELIMITED BY SPACE
                  ".G" DELIMITED BY SIZE
                  WS-GE-GENERATION(WS-GX) DELIMITED BY SIZE
               INTO WS-GEN-FILE-NAME.

       7300-REPORT-LOST-GENERATION.
           PERFORM 7200-BUILD-GEN-FILE-NAME
           DISPLAY "ISSBILL: IN-MONTH GENERATION " WS-GEN-FILE-NAME
                   " NO LONGER AVAILABLE - ITS USAGE IS NOT BILLED".

       8000-WRITE-SUMMARY.
           MOVE "TRAILER"     TO GLT-RECORD-ID
           MOVE WS-BILL-MONTH TO GLT-BILL-MONTH
           MOVE WS-GL-COUNT   TO GLT-RECORD-COUNT
           MOVE WS-GL-TOTAL   TO GLT-AMOUNT-TOTAL
           WRITE BILLING-GL-TRAILER
           MOVE SPACES TO BILL-RPT-LINE
           WRITE BILL-RPT-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "ISSUERS BILLED: " DELIMITED BY SIZE
                  WS-ISSUER-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE BILL-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "CARDS READ: " DELIMITED BY SIZE
                  WS-CARD-READ-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE BILL-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "GENERATIONS READ: " DELIMITED BY SIZE
                  WS-GENS-READ DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE BILL-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "IN-MONTH GENERATIONS NOT AVAILABLE: "
                   DELIMITED BY SIZE
                  WS-GENS-LOST DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE BILL-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "TRAVEL FEEDS - DELTA: " DELIMITED BY SIZE
                  WS-TF-DELTA-GENS DELIMITED BY SIZE
                  "  FULL: " DELIMITED BY SIZE
                  WS-TF-FULL-GENS DELIMITED BY SIZE
                  "  FULL RESYNCS NOT BILLED: " DELIMITED BY SIZE
                  WS-TF-RESYNC-GENS DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE BILL-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "ISSUERS WITHOUT A RATE: " DELIMITED BY SIZE
                  WS-UNRATED-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE BILL-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "PRIOR HISTORY RECORDS REPLACED: " DELIMITED BY SIZE
                  WS-HIST-CLEARED DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE BILL-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "GL EXTRACT RECORDS: " DELIMITED BY SIZE
                  WS-GL-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE BILL-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE WS-GL-TOTAL TO WS-SUMMARY-AMOUNT
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "TOTAL BILLED AMOUNT: " DELIMITED BY SIZE
                  WS-SUMMARY-AMOUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE BILL-RPT-LINE FROM WS-SUMMARY-LINE.

       9000-WRAP-UP.
           CLOSE CARD-MASTER-FILE
           CLOSE BILL-HIST-FILE
           CLOSE BILL-GL-FILE
           CLOSE BILL-RPT-FILE
           IF WS-UNRATED-COUNT > ZERO OR WS-GENS-LOST > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
