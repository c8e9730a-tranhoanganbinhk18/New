      * ---------------------------------------------------------
      *  PROGRAM-ID  : TESTBED
      *  PURPOSE     : De-identified UAT test bed generator.
      *                PCIMASK's MASKOUT drops Encrypted_PIN and
      *                CRC_or_MAC, so it cannot feed CRCCHK,
      *                KEYROTAT or anything after them.  This takes
      *                the production TABLE1 extract (TABLE1IN) and
      *                capture file (CAPFILE) and builds a full-
      *                layout test bed the whole nightly suite can
      *                run against in UAT:
      *                - every PAN (Table1_Key) and Account_Number
      *                  is replaced by a Luhn-valid surrogate of
      *                  the same length.  A PAN keeps its BIN (the
      *                  first six digits); the rest is a run serial
      *                  plus check digit.  One real value always
      *                  maps to one surrogate, so a PAN's plastics
      *                  and an account's cards stay together;
      *                - Travel_Data's travel window (trvldata.cpy)
      *                  is moved by TESTBED_DATE_SHIFT days;
      *                - Encrypted_PIN is rebuilt as the test PIN
      *                  (TESTBED_TEST_PIN, default 1234) under the
      *                  test key (TESTBED_PIN_KEY) - no production
      *                  PIN block is carried over;
      *                - CRC_or_MAC is recomputed the way CRCCHK
      *                  computes it, so every record passes CRCCHK.
      *                The capture stream carries no card data and
      *                is copied as it stands (TBCAPF), with a
      *                matching source delta file (TBSRCD) built
      *                from its own I/U/D counts so RECONCIL
      *                balances.  The ISSMAST, CRDTYPES and VALCOMB
      *                reference files hold no card data either and
      *                are copied through when supplied, so DOMCHK
      *                and VALCHK accept and reject in UAT exactly
      *                as they did in production; a reference file
      *                not supplied is built from the values the
      *                test bed actually uses.  The real-to-
      *                surrogate cross-reference goes to its own DD
      *                (TBXREF, tbxref.cpy) and must stay on the
      *                secure side; no real PAN or account number
      *                is written anywhere else, report included.
      *                The work file between the two sort passes
      *                (TBWORK) pairs surrogate account numbers with
      *                real PANs, PIN blocks and travel data, so it
      *                is secure-side scratch under the same controls
      *                as TBXREF, and is emptied when the run ends,
      *                failed runs included.
      *                TESTBED_DATE_SHIFT and TESTBED_PIN_KEY are
      *                required - a test bed is never built on real
      *                travel dates or an unnamed key.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TESTBED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABLE1-IN-FILE     ASSIGN TO "TABLE1IN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IN-STATUS.

           SELECT CAPTURE-FILE       ASSIGN TO "CAPFILE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAP-STATUS.

           SELECT ISSUER-FILE        ASSIGN TO "ISSMAST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ISS-STATUS.

           SELECT TYPE-CODE-FILE     ASSIGN TO "CRDTYPES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TYPE-STATUS.

           SELECT COMBO-FILE         ASSIGN TO "VALCOMB"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-COMBO-STATUS.

           SELECT WORK-FILE          ASSIGN TO "TBWORK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-WORK-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "TBSORT"
                  FILE STATUS IS WS-SORT-STATUS.

           SELECT TEST-TABLE1-FILE   ASSIGN TO "TBTABL1"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TT1-STATUS.

           SELECT TEST-CAPTURE-FILE  ASSIGN TO "TBCAPF"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TCAP-STATUS.

           SELECT TEST-ISSUER-FILE   ASSIGN TO "TBISSM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TISS-STATUS.

           SELECT TEST-TYPE-FILE     ASSIGN TO "TBCTYP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TTYP-STATUS.

           SELECT TEST-COMBO-FILE    ASSIGN TO "TBVALC"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TCMB-STATUS.

           SELECT TEST-DELTA-FILE    ASSIGN TO "TBSRCD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TSRC-STATUS.

           SELECT XREF-FILE          ASSIGN TO "TBXREF"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-XREF-STATUS.

           SELECT TBED-RPT-FILE      ASSIGN TO "TBRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLE1-IN-FILE.
       01  TABLE1-IN-RECORD.
           COPY "test_copy_book.cpy" REPLACING ==10== BY ==03==.

       FD  CAPTURE-FILE.
       01  CAPTURE-RECORD.
           COPY "copybook.cpy" REPLACING ==01== BY ==03==.

       FD  ISSUER-FILE.
           COPY "issmast.cpy".

       FD  TYPE-CODE-FILE.
           COPY "crdtype.cpy".

       FD  COMBO-FILE.
           COPY "valcomb.cpy".

       FD  WORK-FILE.
       01  WORK-RECORD.
           COPY "test_copy_book.cpy" REPLACING ==10== BY ==03==.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           COPY "test_copy_book.cpy" REPLACING ==10== BY ==03==.

       FD  TEST-TABLE1-FILE.
       01  TEST-TABLE1-RECORD.
           COPY "test_copy_book.cpy" REPLACING ==10== BY ==03==.

       FD  TEST-CAPTURE-FILE.
       01  TEST-CAPTURE-RECORD.
           COPY "copybook.cpy" REPLACING ==01== BY ==03==.

       FD  TEST-ISSUER-FILE.
       01  TEST-ISSUER-RECORD.
           COPY "issmast.cpy" REPLACING ==01== BY ==03==.

       FD  TEST-TYPE-FILE.
       01  TEST-TYPE-RECORD.
           COPY "crdtype.cpy" REPLACING ==01== BY ==03==.

       FD  TEST-COMBO-FILE.
       01  TEST-COMBO-RECORD.
           COPY "valcomb.cpy" REPLACING ==01== BY ==03==.

       FD  TEST-DELTA-FILE.
           COPY "srcdelta.cpy".

       FD  XREF-FILE.
           COPY "tbxref.cpy".

       FD  TBED-RPT-FILE.
       01  TBED-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-IN-STATUS                PIC XX.
       01  WS-CAP-STATUS               PIC XX.
       01  WS-ISS-STATUS               PIC XX.
       01  WS-TYPE-STATUS              PIC XX.
       01  WS-COMBO-STATUS             PIC XX.
       01  WS-WORK-STATUS              PIC XX.
       01  WS-SORT-STATUS              PIC XX.
       01  WS-TT1-STATUS               PIC XX.
       01  WS-TCAP-STATUS              PIC XX.
       01  WS-TISS-STATUS              PIC XX.
       01  WS-TTYP-STATUS              PIC XX.
       01  WS-TCMB-STATUS              PIC XX.
       01  WS-TSRC-STATUS              PIC XX.
       01  WS-XREF-STATUS              PIC XX.
       01  WS-RPT-STATUS               PIC XX.

       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-SORT-EOF-SW              PIC X       VALUE "N".
           88  WS-SORT-EOF             VALUE "Y".
       01  WS-FOUND-SW                 PIC X       VALUE "N".
           88  WS-FOUND                VALUE "Y".

      *  A REFERENCE FILE THAT IS SUPPLIED IS COPIED THROUGH; ONE
      *  THAT IS NOT IS BUILT FROM THE VALUES THE TEST BED USES.
       01  WS-REFERENCE-SWITCHES.
           05  WS-ISS-SUPPLIED-SW      PIC X       VALUE "N".
               88  WS-ISS-SUPPLIED     VALUE "Y".
           05  WS-TYPE-SUPPLIED-SW     PIC X       VALUE "N".
               88  WS-TYPE-SUPPLIED    VALUE "Y".
           05  WS-COMBO-SUPPLIED-SW    PIC X       VALUE "N".
               88  WS-COMBO-SUPPLIED   VALUE "Y".

       01  WS-TODAY                    PIC 9(8).

       01  WS-SHIFT-RAW                PIC X(6)    VALUE SPACES.
       01  WS-DATE-SHIFT               PIC S9(5)   VALUE ZERO.
       01  WS-TEST-PIN-KEY             PIC X(16)   VALUE SPACES.
       01  WS-TEST-PIN                 PIC X(4)    VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-WRITTEN-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-PAN-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-ACCT-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-NO-ACCT-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-DATE-SHIFTED-COUNT   PIC 9(9)    VALUE ZERO.
           05  WS-DATE-BAD-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-PIN-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-NO-PIN-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-CAP-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-ISS-OUT-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-TYPE-OUT-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-COMBO-OUT-COUNT      PIC 9(9)    VALUE ZERO.

      *  SURROGATE SERIALS.  EACH DISTINCT REAL VALUE TAKES THE NEXT
      *  SERIAL IN SORTED ORDER; THE SERIAL, NOT THE REAL NUMBER,
      *  FILLS EVERY POSITION AFTER THE PREFIX.
       01  WS-PAN-SERIAL               PIC 9(12)   VALUE ZERO.
       01  WS-ACCT-SERIAL              PIC 9(12)   VALUE ZERO.

       01  WS-PRIOR-VALUES.
           05  WS-PRIOR-REAL-ACCT      PIC X(19)   VALUE LOW-VALUES.
           05  WS-PRIOR-SUR-ACCT       PIC X(19)   VALUE SPACES.
           05  WS-PRIOR-REAL-PAN       PIC X(19)   VALUE LOW-VALUES.
           05  WS-PRIOR-SUR-PAN        PIC X(19)   VALUE SPACES.

      *  SURROGATE BUILD AREA.  THE SURROGATE KEEPS THE REAL
      *  VALUE'S LENGTH (A VALUE TOO SHORT TO HOLD A PREFIX, SIX
      *  SERIAL DIGITS AND A CHECK DIGIT IS GIVEN THE PREFIX PLUS
      *  TEN): PREFIX, SERIAL ZERO-FILLED TO THE REMAINING WIDTH,
      *  THEN A LUHN CHECK DIGIT COMPUTED AS CARDINTG CHECKS IT.
       01  WS-SURROGATE-WORK.
           05  WS-SUR-SOURCE           PIC X(19).
           05  WS-SUR-PREFIX           PIC X(6).
           05  WS-SUR-PREFIX-LEN       PIC 9.
           05  WS-SUR-SERIAL           PIC 9(18).
           05  WS-SUR-SERIAL-X REDEFINES WS-SUR-SERIAL
                                       PIC X(18).
           05  WS-SUR-LEN              PIC 9(2).
           05  WS-SUR-DIGITS           PIC 9(2).
           05  WS-SUR-POS              PIC 9(2).
           05  WS-SUR-LIMIT            PIC 9(18).
           05  WS-SUR-VALUE            PIC X(19).

       01  WS-LUHN-WORK.
           05  WS-LUHN-POS             PIC 9(2).
           05  WS-LUHN-START           PIC 9(2).
           05  WS-LUHN-DIGIT           PIC 9.
           05  WS-LUHN-PRODUCT         PIC 9(2).
           05  WS-LUHN-SUM             PIC 9(4).
           05  WS-LUHN-CHECK           PIC 9.
           05  WS-LUHN-DOUBLE-SW       PIC X.
               88  WS-LUHN-DOUBLE      VALUE "Y".

       COPY "trvldata.cpy".

       01  WS-SHIFT-WORK.
           05  WS-SHIFT-DATE           PIC 9(8).
           05  WS-SHIFT-DATE-R REDEFINES WS-SHIFT-DATE.
               10  WS-SHIFT-YYYY       PIC 9(4).
               10  WS-SHIFT-MM         PIC 9(2).
               10  WS-SHIFT-DD         PIC 9(2).
           05  WS-SHIFT-DAYNUM         PIC S9(9).
           05  WS-SHIFT-OK-SW          PIC X.
               88  WS-SHIFT-OK         VALUE "Y".

      *  STAND-IN PIN ENCIPHERMENT.  THE REAL OPERATION IS AN HSM
      *  ENCRYPT OF THE TEST PIN UNDER THE UAT ZONE KEY, OWNED BY
      *  SECURITY; THIS PROGRAM CARRIES NO KEY MATERIAL, SO
      *  5300-ENCIPHER-TEST-PIN IS A DETERMINISTIC PLACEHOLDER IN
      *  ITS OWN PARAGRAPH, ALONGSIDE KEYROTAT'S STAND-IN
      *  TRANSLATE, SO THE VENDOR HSM CALL CAN BE DROPPED IN
      *  WITHOUT TOUCHING THE REST.  THE CLEAR BLOCK IS BUILT FROM
      *  THE TEST PIN AND THE SURROGATE PAN ONLY - NOTHING OF THE
      *  PRODUCTION PIN BLOCK REACHES THE TEST BED.
       01  WS-PIN-WORK.
           05  WS-PIN-CLEAR            PIC X(16).
           05  WS-PIN-SUB              PIC 9(4).
           05  WS-PIN-CHAR-NUM         PIC 9(4).
           05  WS-PIN-OUT              PIC X(16).

      *  SAME STAND-IN CHECKSUM CRCCHK COMPUTES, OVER THE SAME
      *  FIELDS, SO THE TEST RECORD CARRIES THE CRC_or_MAC CRCCHK
      *  WILL RECOMPUTE.
       01  WS-CHECK-WORK.
           05  WS-CHECK-SOURCE         PIC X(60).
           05  WS-CHECK-SUB            PIC 9(4).
           05  WS-CHECK-ACCUM          PIC 9(18).
           05  WS-CHECK-DIGIT          PIC 9(4).
           05  WS-COMPUTED-CRC         PIC X(8).
           05  WS-COMPUTED-CRC-N REDEFINES WS-COMPUTED-CRC
                                       PIC 9(8).

      *  VALUES SEEN ON THE TEST BED, FOR ANY REFERENCE FILE THAT
      *  WAS NOT SUPPLIED.
       01  WS-ISSUER-TABLE.
           05  WS-ISSUER-MAX           PIC 9(4)    VALUE 200.
           05  WS-ISSUER-COUNT         PIC 9(4)    VALUE ZERO.
           05  WS-ISSUER-ENTRY OCCURS 200 TIMES
                                       INDEXED BY WS-IX.
               10  WS-IE-FIID          PIC X(4).

       01  WS-TYPE-TABLE.
           05  WS-TYPE-MAX             PIC 9(4)    VALUE 200.
           05  WS-TYPE-COUNT           PIC 9(4)    VALUE ZERO.
           05  WS-TYPE-ENTRY OCCURS 200 TIMES
                                       INDEXED BY WS-TX.
               10  WS-TE-CLASS         PIC X.
               10  WS-TE-CODE          PIC XX.

       01  WS-COMBO-TABLE.
           05  WS-COMBO-MAX            PIC 9(4)    VALUE 500.
           05  WS-COMBO-COUNT          PIC 9(4)    VALUE ZERO.
           05  WS-COMBO-ENTRY OCCURS 500 TIMES
                                       INDEXED BY WS-CX.
               10  WS-CE-MORTALITY     PIC X(2).
               10  WS-CE-LIVES         PIC X.
               10  WS-CE-INS-CLASS     PIC X.

       01  WS-SEARCH-CLASS             PIC X.
       01  WS-SEARCH-CODE              PIC XX.

      *  CAPTURE TALLY, ONE ENTRY PER TABLE-NAME, COUNTED THE WAY
      *  RECONCIL COUNTS IT.
       01  WS-TALLY-TABLE.
           05  WS-TALLY-MAX            PIC 9(4)    VALUE 500.
           05  WS-TALLY-COUNT          PIC 9(4)    VALUE ZERO.
           05  WS-TALLY-ENTRY OCCURS 500 TIMES
                                       INDEXED BY WS-LX.
               10  WS-TALLY-NAME       PIC X(32).
               10  WS-TALLY-INS        PIC 9(9).
               10  WS-TALLY-UPD        PIC 9(9).
               10  WS-TALLY-DEL        PIC 9(9).

       01  WS-SUB                      PIC 9(4)    VALUE ZERO.

       01  WS-HEADING-1                PIC X(60) VALUE
           "UAT TEST BED GENERATION".
       01  WS-HEADING-2.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-RUN-DATE             PIC 9(8).
       01  WS-HEADING-3.
           05  FILLER   PIC X(34) VALUE "CAPTURE TABLE-NAME".
           05  FILLER   PIC X(14) VALUE "SRC-INS".
           05  FILLER   PIC X(14) VALUE "SRC-UPD".
           05  FILLER   PIC X(14) VALUE "SRC-DEL".

       01  WS-DETAIL-LINE.
           05  DL-TABLE-NAME           PIC X(32).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-INS                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-UPD                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-DEL                  PIC ZZZ,ZZZ,ZZ9.

       01  WS-REF-SOURCE               PIC X(8).
       01  WS-SUMMARY-LINE             PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY Account_Number IN SORT-WORK-RECORD
                                Table1_Key IN SORT-WORK-RECORD
                                PAN_Seq_Num IN SORT-WORK-RECORD
               INPUT PROCEDURE  2000-RELEASE-EXTRACT
               OUTPUT PROCEDURE 3000-ASSIGN-ACCOUNTS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY Table1_Key IN SORT-WORK-RECORD
                                PAN_Seq_Num IN SORT-WORK-RECORD
               INPUT PROCEDURE  4000-RELEASE-WORK
               OUTPUT PROCEDURE 5000-BUILD-TEST-CARDS
           PERFORM 6000-COPY-CAPTURE
           PERFORM 6500-WRITE-SOURCE-DELTAS
           PERFORM 6600-BUILD-REFERENCE-FILES
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-WRAP-UP
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           ACCEPT WS-SHIFT-RAW FROM ENVIRONMENT "TESTBED_DATE_SHIFT"
               ON EXCEPTION
                   MOVE SPACES TO WS-SHIFT-RAW
           END-ACCEPT
           IF WS-SHIFT-RAW NOT = SPACES
               COMPUTE WS-DATE-SHIFT = FUNCTION NUMVAL(WS-SHIFT-RAW)
           END-IF
           IF WS-DATE-SHIFT = ZERO
               DISPLAY "TESTBED: TESTBED_DATE_SHIFT NOT SET OR ZERO"
                       " - NO TEST BED ON REAL TRAVEL DATES"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-TEST-PIN-KEY FROM ENVIRONMENT "TESTBED_PIN_KEY"
               ON EXCEPTION
                   MOVE SPACES TO WS-TEST-PIN-KEY
           END-ACCEPT
           IF WS-TEST-PIN-KEY = SPACES
               DISPLAY "TESTBED: TESTBED_PIN_KEY NOT SET - NO TEST "
                       "BED WITHOUT A NAMED TEST KEY"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-TEST-PIN FROM ENVIRONMENT "TESTBED_TEST_PIN"
               ON EXCEPTION
                   MOVE SPACES TO WS-TEST-PIN
           END-ACCEPT
           IF WS-TEST-PIN = SPACES
               MOVE "1234" TO WS-TEST-PIN
           END-IF
           IF WS-TEST-PIN NOT NUMERIC
               DISPLAY "TESTBED: TESTBED_TEST_PIN MUST BE FOUR "
                       "DIGITS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT  TABLE1-IN-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "TESTBED: UNABLE TO OPEN TABLE1IN, FILE "
                       "STATUS = " WS-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT  CAPTURE-FILE
           IF WS-CAP-STATUS NOT = "00"
               DISPLAY "TESTBED: UNABLE TO OPEN CAPFILE, FILE "
                       "STATUS = " WS-CAP-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "TESTBED: UNABLE TO OPEN TBXREF, FILE "
                       "STATUS = " WS-XREF-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "TESTBED: UNABLE TO OPEN TBWORK, FILE "
                       "STATUS = " WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT TEST-TABLE1-FILE
           IF WS-TT1-STATUS NOT = "00"
               DISPLAY "TESTBED: UNABLE TO OPEN TBTABL1, FILE "
                       "STATUS = " WS-TT1-STATUS
               PERFORM 9500-EMPTY-WORK-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT TEST-CAPTURE-FILE
           OPEN OUTPUT TEST-ISSUER-FILE
           OPEN OUTPUT TEST-TYPE-FILE
           OPEN OUTPUT TEST-COMBO-FILE
           OPEN OUTPUT TEST-DELTA-FILE
           OPEN OUTPUT TBED-RPT-FILE
           WRITE TBED-RPT-LINE FROM WS-HEADING-1
           MOVE WS-TODAY TO HD-RUN-DATE
           WRITE TBED-RPT-LINE FROM WS-HEADING-2
           MOVE SPACES TO TBED-RPT-LINE
           WRITE TBED-RPT-LINE
           PERFORM 1100-COPY-ISSUERS
           PERFORM 1200-COPY-TYPE-CODES
           PERFORM 1300-COPY-COMBOS.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "TESTBED: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "TESTBED: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           CLOSE BIZ-DATE-FILE.

      *  A MISSING LINE SEQUENTIAL FILE OPENS WITH STATUS "35", SO
      *  WHETHER EACH REFERENCE FILE WAS SUPPLIED IS KEYED OFF THE
      *  OPEN STATUS ITSELF.
       1100-COPY-ISSUERS.
           OPEN INPUT ISSUER-FILE
           IF WS-ISS-STATUS = "00"
               SET WS-ISS-SUPPLIED TO TRUE
               MOVE "N" TO WS-EOF-SW
               READ ISSUER-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 1110-COPY-ONE-ISSUER
                   UNTIL WS-EOF
               CLOSE ISSUER-FILE
           END-IF.

       1110-COPY-ONE-ISSUER.
           WRITE TEST-ISSUER-RECORD FROM ISSUER-MASTER-RECORD
                                     IN ISSUER-FILE
           ADD 1 TO WS-ISS-OUT-COUNT
           READ ISSUER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1200-COPY-TYPE-CODES.
           OPEN INPUT TYPE-CODE-FILE
           IF WS-TYPE-STATUS = "00"
               SET WS-TYPE-SUPPLIED TO TRUE
               MOVE "N" TO WS-EOF-SW
               READ TYPE-CODE-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 1210-COPY-ONE-TYPE-CODE
                   UNTIL WS-EOF
               CLOSE TYPE-CODE-FILE
           END-IF.

       1210-COPY-ONE-TYPE-CODE.
           WRITE TEST-TYPE-RECORD FROM CARD-TYPE-CODE-RECORD
                                   IN TYPE-CODE-FILE
           ADD 1 TO WS-TYPE-OUT-COUNT
           READ TYPE-CODE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1300-COPY-COMBOS.
           OPEN INPUT COMBO-FILE
           IF WS-COMBO-STATUS = "00"
               SET WS-COMBO-SUPPLIED TO TRUE
               MOVE "N" TO WS-EOF-SW
               READ COMBO-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 1310-COPY-ONE-COMBO
                   UNTIL WS-EOF
               CLOSE COMBO-FILE
           END-IF.

       1310-COPY-ONE-COMBO.
           WRITE TEST-COMBO-RECORD FROM VALID-COMBINATION-RECORD
                                    IN COMBO-FILE
           ADD 1 TO WS-COMBO-OUT-COUNT
           READ COMBO-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      *  PASS 1 - ACCOUNT_NUMBER ORDER.  EVERY CARD ON AN ACCOUNT
      *  TAKES THE ACCOUNT'S ONE SURROGATE.
       2000-RELEASE-EXTRACT.
           MOVE "N" TO WS-EOF-SW
           READ TABLE1-IN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2100-RELEASE-ONE-CARD
               UNTIL WS-EOF.

       2100-RELEASE-ONE-CARD.
           ADD 1 TO WS-READ-COUNT
           RELEASE SORT-WORK-RECORD FROM TABLE1-IN-RECORD
           READ TABLE1-IN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       3000-ASSIGN-ACCOUNTS.
           MOVE "N" TO WS-SORT-EOF-SW
           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN
           PERFORM 3100-ASSIGN-ONE-ACCOUNT
               UNTIL WS-SORT-EOF.

       3100-ASSIGN-ONE-ACCOUNT.
           IF Account_Number IN SORT-WORK-RECORD = SPACES
               ADD 1 TO WS-NO-ACCT-COUNT
           ELSE
               IF Account_Number IN SORT-WORK-RECORD
                       NOT = WS-PRIOR-REAL-ACCT
                   MOVE Account_Number IN SORT-WORK-RECORD
                       TO WS-PRIOR-REAL-ACCT
                   ADD 1 TO WS-ACCT-SERIAL
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-PRIOR-REAL-ACCT TO WS-SUR-SOURCE
                   MOVE SPACES             TO WS-SUR-PREFIX
                   MOVE ZERO               TO WS-SUR-PREFIX-LEN
                   MOVE WS-ACCT-SERIAL     TO WS-SUR-SERIAL
                   PERFORM 7000-MAKE-SURROGATE
                   MOVE WS-SUR-VALUE TO WS-PRIOR-SUR-ACCT
                   SET TX-ACCOUNT-VALUE    TO TRUE
                   MOVE WS-PRIOR-REAL-ACCT TO TX-REAL-VALUE
                   MOVE WS-PRIOR-SUR-ACCT  TO TX-SURROGATE-VALUE
                   WRITE TEST-BED-XREF-RECORD
               END-IF
               MOVE WS-PRIOR-SUR-ACCT
                   TO Account_Number IN SORT-WORK-RECORD
           END-IF
           WRITE WORK-RECORD FROM SORT-WORK-RECORD
           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

      *  PASS 2 - PAN ORDER.  EVERY PLASTIC OF A PAN TAKES THE
      *  PAN'S ONE SURROGATE, THEN THE REST OF THE CARD IS BUILT.
       4000-RELEASE-WORK.
           CLOSE WORK-FILE
           OPEN INPUT WORK-FILE
           MOVE "N" TO WS-EOF-SW
           READ WORK-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 4100-RELEASE-ONE-WORK
               UNTIL WS-EOF.

       4100-RELEASE-ONE-WORK.
           RELEASE SORT-WORK-RECORD FROM WORK-RECORD
           READ WORK-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       5000-BUILD-TEST-CARDS.
           MOVE "N" TO WS-SORT-EOF-SW
           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN
           PERFORM 5100-BUILD-ONE-CARD
               UNTIL WS-SORT-EOF.

       5100-BUILD-ONE-CARD.
           IF Table1_Key IN SORT-WORK-RECORD NOT = WS-PRIOR-REAL-PAN
               MOVE Table1_Key IN SORT-WORK-RECORD
                   TO WS-PRIOR-REAL-PAN
               ADD 1 TO WS-PAN-SERIAL
               ADD 1 TO WS-PAN-COUNT
               MOVE WS-PRIOR-REAL-PAN TO WS-SUR-SOURCE
               IF WS-PRIOR-REAL-PAN(1:6) NUMERIC
                   MOVE WS-PRIOR-REAL-PAN(1:6) TO WS-SUR-PREFIX
               ELSE
                   MOVE "999999" TO WS-SUR-PREFIX
               END-IF
               MOVE 6                 TO WS-SUR-PREFIX-LEN
               MOVE WS-PAN-SERIAL     TO WS-SUR-SERIAL
               PERFORM 7000-MAKE-SURROGATE
               MOVE WS-SUR-VALUE TO WS-PRIOR-SUR-PAN
               SET TX-PAN-VALUE       TO TRUE
               MOVE WS-PRIOR-REAL-PAN TO TX-REAL-VALUE
               MOVE WS-PRIOR-SUR-PAN  TO TX-SURROGATE-VALUE
               WRITE TEST-BED-XREF-RECORD
           END-IF
           MOVE WS-PRIOR-SUR-PAN TO Table1_Key IN SORT-WORK-RECORD
           IF Travel_Data IN SORT-WORK-RECORD NOT = SPACES
               PERFORM 5200-SHIFT-TRAVEL-DATES
           END-IF
           IF Encrypted_PIN IN SORT-WORK-RECORD = SPACES
               ADD 1 TO WS-NO-PIN-COUNT
           ELSE
               PERFORM 5300-ENCIPHER-TEST-PIN
               ADD 1 TO WS-PIN-COUNT
           END-IF
           PERFORM 5400-RECOMPUTE-CHECK-VALUE
           MOVE WS-COMPUTED-CRC TO CRC_or_MAC IN SORT-WORK-RECORD
           PERFORM 5500-NOTE-REFERENCE-VALUES
           WRITE TEST-TABLE1-RECORD FROM SORT-WORK-RECORD
           ADD 1 TO WS-WRITTEN-COUNT
           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

      *  A TRAVEL DATE THAT IS NOT A REAL CALENDAR DATE CANNOT BE
      *  SHIFTED; IT IS LEFT AS IT STANDS AND COUNTED.
       5200-SHIFT-TRAVEL-DATES.
           MOVE Travel_Data IN SORT-WORK-RECORD TO TRAVEL-DATA-DETAIL
           IF TD-TRAVEL-START-DATE NUMERIC
              AND TD-TRAVEL-START-DATE > ZERO
               MOVE TD-TRAVEL-START-DATE TO WS-SHIFT-DATE
               PERFORM 5210-SHIFT-ONE-DATE
               MOVE WS-SHIFT-DATE TO TD-TRAVEL-START-DATE
           END-IF
           IF TD-TRAVEL-END-DATE NUMERIC
              AND TD-TRAVEL-END-DATE > ZERO
               MOVE TD-TRAVEL-END-DATE TO WS-SHIFT-DATE
               PERFORM 5210-SHIFT-ONE-DATE
               MOVE WS-SHIFT-DATE TO TD-TRAVEL-END-DATE
           END-IF
           MOVE TRAVEL-DATA-DETAIL TO Travel_Data IN SORT-WORK-RECORD.

       5210-SHIFT-ONE-DATE.
           MOVE "Y" TO WS-SHIFT-OK-SW
           IF WS-SHIFT-YYYY < 1601
              OR WS-SHIFT-MM < 1 OR WS-SHIFT-MM > 12
              OR WS-SHIFT-DD < 1 OR WS-SHIFT-DD > 31
               MOVE "N" TO WS-SHIFT-OK-SW
           END-IF
           IF WS-SHIFT-OK
               COMPUTE WS-SHIFT-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-SHIFT-DATE)
               IF WS-SHIFT-DAYNUM = ZERO
                   MOVE "N" TO WS-SHIFT-OK-SW
               END-IF
           END-IF
           IF WS-SHIFT-OK
               ADD WS-DATE-SHIFT TO WS-SHIFT-DAYNUM
               COMPUTE WS-SHIFT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SHIFT-DAYNUM)
               ADD 1 TO WS-DATE-SHIFTED-COUNT
           ELSE
               ADD 1 TO WS-DATE-BAD-COUNT
           END-IF.

       5300-ENCIPHER-TEST-PIN.
           MOVE SPACES TO WS-PIN-CLEAR
           STRING "04"         DELIMITED BY SIZE
                  WS-TEST-PIN  DELIMITED BY SIZE
                  "FFFFFFFFFF" DELIMITED BY SIZE
               INTO WS-PIN-CLEAR
           MOVE SPACES TO WS-PIN-OUT
           PERFORM 5310-ENCIPHER-ONE-BYTE
               VARYING WS-PIN-SUB FROM 1 BY 1
               UNTIL WS-PIN-SUB > 16
           MOVE WS-PIN-OUT TO Encrypted_PIN IN SORT-WORK-RECORD.

       5310-ENCIPHER-ONE-BYTE.
           COMPUTE WS-PIN-CHAR-NUM =
               FUNCTION MOD(
                   FUNCTION ORD(WS-PIN-CLEAR(WS-PIN-SUB:1))
                   + FUNCTION ORD(WS-TEST-PIN-KEY(WS-PIN-SUB:1))
                   + FUNCTION ORD(Table1_Key IN SORT-WORK-RECORD
                                      (WS-PIN-SUB:1))
                   94) + 33
           MOVE FUNCTION CHAR(WS-PIN-CHAR-NUM)
               TO WS-PIN-OUT(WS-PIN-SUB:1).

       5400-RECOMPUTE-CHECK-VALUE.
           MOVE SPACES TO WS-CHECK-SOURCE
           STRING Table1_Key IN SORT-WORK-RECORD     DELIMITED BY SIZE
                  Account_Number IN SORT-WORK-RECORD DELIMITED BY SIZE
                  Encrypted_PIN IN SORT-WORK-RECORD  DELIMITED BY SIZE
               INTO WS-CHECK-SOURCE
           MOVE ZERO TO WS-CHECK-ACCUM
           PERFORM 5410-ADD-CHECK-BYTE
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > 60
           MOVE WS-CHECK-ACCUM TO WS-COMPUTED-CRC-N.

       5410-ADD-CHECK-BYTE.
           MOVE FUNCTION ORD(WS-CHECK-SOURCE(WS-CHECK-SUB:1))
               TO WS-CHECK-DIGIT
           COMPUTE WS-CHECK-ACCUM =
               FUNCTION MOD(
                   WS-CHECK-ACCUM * 31 + WS-CHECK-DIGIT
                   100000000).

       5500-NOTE-REFERENCE-VALUES.
           IF NOT WS-ISS-SUPPLIED
               PERFORM 5510-NOTE-ISSUER
           END-IF
           IF NOT WS-TYPE-SUPPLIED
               MOVE "C" TO WS-SEARCH-CLASS
               MOVE Card_Type IN SORT-WORK-RECORD TO WS-SEARCH-CODE
               PERFORM 5520-NOTE-TYPE-CODE
               MOVE "A" TO WS-SEARCH-CLASS
               MOVE Account_Type IN SORT-WORK-RECORD
                   TO WS-SEARCH-CODE
               PERFORM 5520-NOTE-TYPE-CODE
           END-IF
           IF NOT WS-COMBO-SUPPLIED
               PERFORM 5530-NOTE-COMBO
           END-IF.

       5510-NOTE-ISSUER.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 5511-SCAN-ISSUER
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-ISSUER-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               IF WS-ISSUER-COUNT >= WS-ISSUER-MAX
                   DISPLAY "TESTBED: WS-ISSUER-ENTRY TABLE FULL AT "
                           WS-ISSUER-MAX " ENTRIES - INCREASE OCCURS"
                   PERFORM 9500-EMPTY-WORK-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-ISSUER-COUNT
               SET WS-IX TO WS-ISSUER-COUNT
               MOVE Issuer_FIID IN SORT-WORK-RECORD
                   TO WS-IE-FIID(WS-IX)
           END-IF.

       5511-SCAN-ISSUER.
           IF WS-IE-FIID(WS-IX) = Issuer_FIID IN SORT-WORK-RECORD
               SET WS-FOUND TO TRUE
           END-IF.

       5520-NOTE-TYPE-CODE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 5521-SCAN-TYPE-CODE
               VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TYPE-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               IF WS-TYPE-COUNT >= WS-TYPE-MAX
                   DISPLAY "TESTBED: WS-TYPE-ENTRY TABLE FULL AT "
                           WS-TYPE-MAX " ENTRIES - INCREASE OCCURS"
                   PERFORM 9500-EMPTY-WORK-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-TYPE-COUNT
               SET WS-TX TO WS-TYPE-COUNT
               MOVE WS-SEARCH-CLASS TO WS-TE-CLASS(WS-TX)
               MOVE WS-SEARCH-CODE  TO WS-TE-CODE(WS-TX)
           END-IF.

       5521-SCAN-TYPE-CODE.
           IF WS-TE-CLASS(WS-TX) = WS-SEARCH-CLASS
              AND WS-TE-CODE(WS-TX) = WS-SEARCH-CODE
               SET WS-FOUND TO TRUE
           END-IF.

       5530-NOTE-COMBO.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 5531-SCAN-COMBO
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-COMBO-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               IF WS-COMBO-COUNT >= WS-COMBO-MAX
                   DISPLAY "TESTBED: WS-COMBO-ENTRY TABLE FULL AT "
                           WS-COMBO-MAX " ENTRIES - INCREASE OCCURS"
                   PERFORM 9500-EMPTY-WORK-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-COMBO-COUNT
               SET WS-CX TO WS-COMBO-COUNT
               MOVE PKLR1-MORTALITY-TABLE IN SORT-WORK-RECORD
                   TO WS-CE-MORTALITY(WS-CX)
               MOVE PKLR1-LIVES-CODE IN SORT-WORK-RECORD
                   TO WS-CE-LIVES(WS-CX)
               MOVE PKLR1-INSURANCE-CLASS IN SORT-WORK-RECORD
                   TO WS-CE-INS-CLASS(WS-CX)
           END-IF.

       5531-SCAN-COMBO.
           IF WS-CE-MORTALITY(WS-CX) =
                  PKLR1-MORTALITY-TABLE IN SORT-WORK-RECORD
              AND WS-CE-LIVES(WS-CX) =
                  PKLR1-LIVES-CODE IN SORT-WORK-RECORD
              AND WS-CE-INS-CLASS(WS-CX) =
                  PKLR1-INSURANCE-CLASS IN SORT-WORK-RECORD
               SET WS-FOUND TO TRUE
           END-IF.

      *  THE CAPTURE STREAM CARRIES NO CARD DATA AND GOES ACROSS AS
      *  IT STANDS, TALLIED AS RECONCIL TALLIES IT.
       6000-COPY-CAPTURE.
           MOVE "N" TO WS-EOF-SW
           READ CAPTURE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 6100-COPY-ONE-CAPTURE
               UNTIL WS-EOF.

       6100-COPY-ONE-CAPTURE.
           WRITE TEST-CAPTURE-RECORD FROM CAPTURE-RECORD
           ADD 1 TO WS-CAP-COUNT
           PERFORM 6200-FIND-OR-ADD-TALLY
           EVALUATE TRUE
               WHEN OP-CODE IN CAPTURE-RECORD = "I"
                   ADD 1 TO WS-TALLY-INS(WS-LX)
               WHEN OP-CODE IN CAPTURE-RECORD = "U"
                   ADD 1 TO WS-TALLY-UPD(WS-LX)
               WHEN OP-CODE IN CAPTURE-RECORD = "D"
                   ADD 1 TO WS-TALLY-DEL(WS-LX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ CAPTURE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       6200-FIND-OR-ADD-TALLY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 6210-SCAN-TALLY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TALLY-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               IF WS-TALLY-COUNT >= WS-TALLY-MAX
                   DISPLAY "TESTBED: WS-TALLY-ENTRY TABLE FULL AT "
                           WS-TALLY-MAX " ENTRIES - INCREASE OCCURS"
                   PERFORM 9500-EMPTY-WORK-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-TALLY-COUNT
               SET WS-LX TO WS-TALLY-COUNT
               MOVE TABLE-NAME IN CAPTURE-RECORD
                                TO WS-TALLY-NAME(WS-LX)
               MOVE ZERO        TO WS-TALLY-INS(WS-LX)
               MOVE ZERO        TO WS-TALLY-UPD(WS-LX)
               MOVE ZERO        TO WS-TALLY-DEL(WS-LX)
           END-IF.

       6210-SCAN-TALLY.
           IF WS-TALLY-NAME(WS-SUB) = TABLE-NAME IN CAPTURE-RECORD
               SET WS-LX TO WS-SUB
               SET WS-FOUND TO TRUE
           END-IF.

       6500-WRITE-SOURCE-DELTAS.
           WRITE TBED-RPT-LINE FROM WS-HEADING-3
           PERFORM 6510-WRITE-ONE-DELTA
               VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-TALLY-COUNT
           MOVE SPACES TO TBED-RPT-LINE
           WRITE TBED-RPT-LINE.

       6510-WRITE-ONE-DELTA.
           MOVE WS-TALLY-NAME(WS-LX) TO SRC-TABLE-NAME
           MOVE WS-TODAY             TO SRC-EXTRACT-DATE
           MOVE WS-TALLY-INS(WS-LX)  TO SRC-INSERT-DELTA
           MOVE WS-TALLY-UPD(WS-LX)  TO SRC-UPDATE-DELTA
           MOVE WS-TALLY-DEL(WS-LX)  TO SRC-DELETE-DELTA
           WRITE SRC-DELTA-RECORD
           MOVE WS-TALLY-NAME(WS-LX) TO DL-TABLE-NAME
           MOVE WS-TALLY-INS(WS-LX)  TO DL-INS
           MOVE WS-TALLY-UPD(WS-LX)  TO DL-UPD
           MOVE WS-TALLY-DEL(WS-LX)  TO DL-DEL
           WRITE TBED-RPT-LINE FROM WS-DETAIL-LINE.

       6600-BUILD-REFERENCE-FILES.
           IF NOT WS-ISS-SUPPLIED
               PERFORM 6610-WRITE-ONE-ISSUER
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ISSUER-COUNT
           END-IF
           IF NOT WS-TYPE-SUPPLIED
               PERFORM 6620-WRITE-ONE-TYPE-CODE
                   VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TYPE-COUNT
           END-IF
           IF NOT WS-COMBO-SUPPLIED
               PERFORM 6630-WRITE-ONE-COMBO
                   VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COMBO-COUNT
           END-IF.

       6610-WRITE-ONE-ISSUER.
           MOVE SPACES TO TEST-ISSUER-RECORD
           MOVE WS-IE-FIID(WS-IX) TO IM-ISSUER-FIID
                                     IN TEST-ISSUER-RECORD
           STRING "UAT TEST ISSUER " DELIMITED BY SIZE
                  WS-IE-FIID(WS-IX)  DELIMITED BY SIZE
               INTO IM-ISSUER-NAME IN TEST-ISSUER-RECORD
           WRITE TEST-ISSUER-RECORD
           ADD 1 TO WS-ISS-OUT-COUNT.

       6620-WRITE-ONE-TYPE-CODE.
           MOVE SPACES TO TEST-TYPE-RECORD
           MOVE WS-TE-CLASS(WS-TX) TO CT-CODE-CLASS
                                      IN TEST-TYPE-RECORD
           MOVE WS-TE-CODE(WS-TX)  TO CT-CODE IN TEST-TYPE-RECORD
           IF WS-TE-CLASS(WS-TX) = "C"
               MOVE "UAT TEST CARD TYPE"
                   TO CT-DESCRIPTION IN TEST-TYPE-RECORD
           ELSE
               MOVE "UAT TEST ACCOUNT TYPE"
                   TO CT-DESCRIPTION IN TEST-TYPE-RECORD
           END-IF
           WRITE TEST-TYPE-RECORD
           ADD 1 TO WS-TYPE-OUT-COUNT.

       6630-WRITE-ONE-COMBO.
           MOVE WS-CE-MORTALITY(WS-CX)
               TO VC-MORTALITY-TABLE IN TEST-COMBO-RECORD
           MOVE WS-CE-LIVES(WS-CX)
               TO VC-LIVES-CODE IN TEST-COMBO-RECORD
           MOVE WS-CE-INS-CLASS(WS-CX)
               TO VC-INSURANCE-CLASS IN TEST-COMBO-RECORD
           WRITE TEST-COMBO-RECORD
           ADD 1 TO WS-COMBO-OUT-COUNT.

      *  SURROGATE FOR WS-SUR-SOURCE FROM WS-SUR-PREFIX AND
      *  WS-SUR-SERIAL, LEFT IN WS-SUR-VALUE.
       7000-MAKE-SURROGATE.
           MOVE ZERO TO WS-SUR-LEN
           PERFORM 7010-FIND-LAST-CHARACTER
               VARYING WS-SUR-POS FROM 19 BY -1
               UNTIL WS-SUR-POS < 1 OR WS-SUR-LEN > ZERO
           IF WS-SUR-LEN < WS-SUR-PREFIX-LEN + 7
               COMPUTE WS-SUR-LEN = WS-SUR-PREFIX-LEN + 10
           END-IF
           COMPUTE WS-SUR-DIGITS = WS-SUR-LEN - WS-SUR-PREFIX-LEN - 1
           IF WS-SUR-DIGITS < 12
               COMPUTE WS-SUR-LIMIT = 10 ** WS-SUR-DIGITS
               IF WS-SUR-SERIAL NOT < WS-SUR-LIMIT
                   DISPLAY "TESTBED: SURROGATE SERIAL " WS-SUR-SERIAL
                           " WILL NOT FIT IN " WS-SUR-DIGITS " DIGITS"
                   PERFORM 9500-EMPTY-WORK-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE SPACES TO WS-SUR-VALUE
           IF WS-SUR-PREFIX-LEN > ZERO
               MOVE WS-SUR-PREFIX(1:WS-SUR-PREFIX-LEN)
                   TO WS-SUR-VALUE(1:WS-SUR-PREFIX-LEN)
           END-IF
           MOVE WS-SUR-SERIAL-X(19 - WS-SUR-DIGITS:WS-SUR-DIGITS)
               TO WS-SUR-VALUE(WS-SUR-PREFIX-LEN + 1:WS-SUR-DIGITS)
           MOVE ZERO TO WS-LUHN-SUM
           MOVE "Y"  TO WS-LUHN-DOUBLE-SW
           COMPUTE WS-LUHN-START = WS-SUR-LEN - 1
           PERFORM 7020-ADD-LUHN-DIGIT
               VARYING WS-LUHN-POS FROM WS-LUHN-START BY -1
               UNTIL WS-LUHN-POS < 1
           COMPUTE WS-LUHN-CHECK =
               FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10)
           MOVE WS-LUHN-CHECK TO WS-SUR-VALUE(WS-SUR-LEN:1).

       7010-FIND-LAST-CHARACTER.
           IF WS-SUR-SOURCE(WS-SUR-POS:1) NOT = SPACE
               MOVE WS-SUR-POS TO WS-SUR-LEN
           END-IF.

       7020-ADD-LUHN-DIGIT.
           MOVE WS-SUR-VALUE(WS-LUHN-POS:1) TO WS-LUHN-DIGIT
           IF WS-LUHN-DOUBLE
               COMPUTE WS-LUHN-PRODUCT = WS-LUHN-DIGIT * 2
               IF WS-LUHN-PRODUCT > 9
                   SUBTRACT 9 FROM WS-LUHN-PRODUCT
               END-IF
               MOVE "N" TO WS-LUHN-DOUBLE-SW
           ELSE
               MOVE WS-LUHN-DIGIT TO WS-LUHN-PRODUCT
               MOVE "Y" TO WS-LUHN-DOUBLE-SW
           END-IF
           ADD WS-LUHN-PRODUCT TO WS-LUHN-SUM.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "TABLE1 RECORDS READ: " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE TBED-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "DISTINCT PANS REPLACED: " DELIMITED BY SIZE
                  WS-PAN-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE TBED-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "DISTINCT ACCOUNT NUMBERS REPLACED: "
                   DELIMITED BY SIZE
                  WS-ACCT-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE TBED-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "CARDS WITH NO ACCOUNT NUMBER: " DELIMITED BY SIZE
                  WS-NO-ACCT-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE TBED-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "TRAVEL DATES SHIFTED: " DELIMITED BY SIZE
                  WS-DATE-SHIFTED-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE TBED-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "TRAVEL DATES NOT VALID, LEFT AS IS: "
                   DELIMITED BY SIZE
                  WS-DATE-BAD-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE TBED-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "PIN BLOCKS SET UNDER THE TEST KEY: "
                   DELIMITED BY SIZE
                  WS-PIN-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE TBED-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "CARDS WITH NO PIN BLOCK: " DELIMITED BY SIZE
                  WS-NO-PIN-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE TBED-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "CAPTURE RECORDS COPIED: " DELIMITED BY SIZE
                  WS-CAP-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE TBED-RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-ISS-SUPPLIED
               MOVE "COPIED" TO WS-REF-SOURCE
           ELSE
               MOVE "BUILT" TO WS-REF-SOURCE
           END-IF
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "ISSMAST RECORDS " DELIMITED BY SIZE
                  WS-REF-SOURCE DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  WS-ISS-OUT-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE TBED-RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-TYPE-SUPPLIED
               MOVE "COPIED" TO WS-REF-SOURCE
           ELSE
               MOVE "BUILT" TO WS-REF-SOURCE
           END-IF
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "CRDTYPES RECORDS " DELIMITED BY SIZE
                  WS-REF-SOURCE DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  WS-TYPE-OUT-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE TBED-RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-COMBO-SUPPLIED
               MOVE "COPIED" TO WS-REF-SOURCE
           ELSE
               MOVE "BUILT" TO WS-REF-SOURCE
           END-IF
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "VALCOMB RECORDS " DELIMITED BY SIZE
                  WS-REF-SOURCE DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  WS-COMBO-OUT-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE TBED-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "TOTAL TEST CARDS WRITTEN: " DELIMITED BY SIZE
                  WS-WRITTEN-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE TBED-RPT-LINE FROM WS-SUMMARY-LINE.

       9000-WRAP-UP.
           CLOSE TABLE1-IN-FILE
           CLOSE CAPTURE-FILE
           PERFORM 9500-EMPTY-WORK-FILE
           CLOSE TEST-TABLE1-FILE
           CLOSE TEST-CAPTURE-FILE
           CLOSE TEST-ISSUER-FILE
           CLOSE TEST-TYPE-FILE
           CLOSE TEST-COMBO-FILE
           CLOSE TEST-DELTA-FILE
           CLOSE XREF-FILE
           CLOSE TBED-RPT-FILE
           IF WS-DATE-BAD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *  TBWORK HOLDS REAL PANS, PIN BLOCKS AND TRAVEL DATA AGAINST
      *  SURROGATE ACCOUNTS.  IT IS OPEN (OUTPUT IN PASS 1, INPUT
      *  FROM PASS 2 ON) WHEREVER THIS IS PERFORMED, AND IS OPENED
      *  OUTPUT AND CLOSED AGAIN SO NOTHING IS LEFT IN IT.
       9500-EMPTY-WORK-FILE.
           CLOSE WORK-FILE
           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE.
