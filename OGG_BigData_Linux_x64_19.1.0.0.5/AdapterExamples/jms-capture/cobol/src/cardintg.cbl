      * ---------------------------------------------------------
      *  PROGRAM-ID  : CARDINTG
      *  PURPOSE     : Cross-record integrity check of the card
      *                population on the card master (CARDMSTR,
      *                cardmst.cpy).  VALCHK and DOMCHK look at one
      *                record at a time, so a card that is clean on
      *                its own can still be wrong against its
      *                neighbours.  This walks CARDMSTR twice.  The
      *                first pass reads by the primary key
      *                (Table1_Key / PAN_Seq_Num): every PAN is put
      *                through the Luhn check-digit test, and every
      *                plastic of a PAN must sit under the same
      *                Account_Number as the PAN's first plastic.
      *                The second pass reads by the Account_Number
      *                alternate key and gathers each account's
      *                plastics: they must share one Issuer_FIID
      *                and one Account_Type, no PAN_Seq_Num may be
      *                used twice (worse still when both plastics
      *                are active) and the sequences must run
      *                without a gap from the lowest to the highest.
      *                Every violation is written to a fixed-format
      *                exception file (INTGEXCP, cardintx.cpy)
      *                carrying a rule code, and listed on the
      *                report (INTGRPT), which ends with per-rule
      *                counts and a "TOTAL INTEGRITY VIOLATIONS: "
      *                line so MORNCTL can hold the TABLE1OK and
      *                MASKOUT gates on a dirty population.  A card
      *                with a blank Account_Number has no account to
      *                check and is left out of the second pass.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CARDINTG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER-FILE  ASSIGN TO "CARDMSTR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CARDM-KEY
                  ALTERNATE RECORD KEY IS CARDM-ACCOUNT-NUMBER
                      WITH DUPLICATES
                  FILE STATUS IS WS-IN-STATUS.

           SELECT INTG-EXCP-FILE    ASSIGN TO "INTGEXCP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXCP-STATUS.

           SELECT INTG-RPT-FILE     ASSIGN TO "INTGRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER-FILE.
           COPY "cardmst.cpy".

       FD  INTG-EXCP-FILE.
           COPY "cardintx.cpy".

       FD  INTG-RPT-FILE.
       01  INTG-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-IN-STATUS                PIC XX.
           88  WS-IN-EOF                VALUE "10".
       01  WS-EXCP-STATUS              PIC XX.
       01  WS-RPT-STATUS               PIC XX.

       01  WS-EOF-SWITCHES.
           05  WS-IN-EOF-SW            PIC X       VALUE "N".
               88  WS-IN-DONE          VALUE "Y".

       01  WS-TODAY                    PIC 9(8).

      *  FIRST PASS - THE PAN BEING GROUPED AND THE ACCOUNT ITS
      *  FIRST PLASTIC SITS UNDER.
       01  WS-PAN-GROUP.
           05  WS-PAN-KEY              PIC X(19)   VALUE SPACES.
           05  WS-PAN-ACCOUNT          PIC X(19)   VALUE SPACES.
           05  WS-FIRST-PAN-SW         PIC X       VALUE "Y".
               88  WS-FIRST-PAN        VALUE "Y".

      *  LUHN WORK AREA.  THE CHECK DIGIT IS THE LAST NON-BLANK
      *  POSITION OF Table1_Key; EVERY SECOND DIGIT TO ITS LEFT IS
      *  DOUBLED (LESS 9 WHEN OVER 9) AND THE PAN PASSES WHEN THE
      *  CHECK DIGIT BRINGS THE SUM TO A MULTIPLE OF 10.
       01  WS-LUHN-WORK.
           05  WS-LUHN-PAN             PIC X(19).
           05  WS-LUHN-LEN             PIC 9(2).
           05  WS-LUHN-POS             PIC 9(2).
           05  WS-LUHN-START           PIC 9(2).
           05  WS-LUHN-DIGIT           PIC 9.
           05  WS-LUHN-PRODUCT         PIC 9(2).
           05  WS-LUHN-SUM             PIC 9(4).
           05  WS-LUHN-CHECK           PIC 9.
           05  WS-LUHN-DOUBLE-SW       PIC X.
               88  WS-LUHN-DOUBLE      VALUE "Y".
           05  WS-LUHN-NUMERIC-SW      PIC X.
               88  WS-LUHN-NUMERIC     VALUE "Y".

      *  SECOND PASS - ONE ACCOUNT'S PLASTICS, IN ALTERNATE KEY
      *  ORDER.
       01  WS-ACCT-MAX                 PIC 9(4)    VALUE 100.
       01  WS-ACCT-COUNT               PIC 9(4)    VALUE ZERO.
       01  WS-ACCT-NUMBER              PIC X(19)   VALUE SPACES.
       01  WS-ACCT-TABLE.
           05  WS-AC-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-AX WS-AY.
               10  WS-AC-TABLE1-KEY    PIC X(19).
               10  WS-AC-PAN-SEQ-NUM   PIC 9(3).
               10  WS-AC-ISSUER-FIID   PIC X(4).
               10  WS-AC-ACCOUNT-TYPE  PIC XX.
               10  WS-AC-CARD-STATUS   PIC X.
                   88  WS-AC-ACTIVE    VALUE "A".

       01  WS-SEQ-WORK.
           05  WS-SEQ-LOW              PIC 9(3).
           05  WS-SEQ-HIGH             PIC 9(3).
           05  WS-SEQ-PROBE            PIC 9(3).
           05  WS-SEQ-FIRST-GAP        PIC 9(3).
       01  WS-FOUND-SW                 PIC X       VALUE "N".
           88  WS-FOUND                VALUE "Y".

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-PAN-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-ACCOUNT-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-NO-ACCOUNT-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-LUHN-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-PANA-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-AFII-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-ATYP-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-SDUP-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-SACT-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-SGAP-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-VIOLATION-COUNT      PIC 9(9)    VALUE ZERO.

       01  WS-HEADING-1                PIC X(60) VALUE
           "CARD POPULATION INTEGRITY REPORT - CARDMSTR".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER      PIC X(6)  VALUE "RULE".
           05  FILLER      PIC X(21) VALUE "TABLE1-KEY".
           05  FILLER      PIC X(5)  VALUE "SEQ".
           05  FILLER      PIC X(21) VALUE "ACCOUNT-NUMBER".
           05  FILLER      PIC X(6)  VALUE "FIID".
           05  FILLER      PIC X(21) VALUE "EXPECTED".
           05  FILLER      PIC X(19) VALUE "FOUND".

       01  WS-DETAIL-LINE.
           05  DL-RULE-CODE       PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-TABLE1-KEY      PIC X(19).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-PAN-SEQ-NUM     PIC 9(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-ACCOUNT-NUMBER  PIC X(19).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-ISSUER-FIID     PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-EXPECTED        PIC X(19).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-FOUND           PIC X(19).

       01  WS-SUMMARY-LINE              PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PAN-PASS
           PERFORM 3000-ACCOUNT-PASS
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-WRAP-UP
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           OPEN INPUT  CARD-MASTER-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "CARDINTG: UNABLE TO OPEN CARDMSTR, FILE "
                       "STATUS = " WS-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT INTG-EXCP-FILE
           IF WS-EXCP-STATUS NOT = "00"
               DISPLAY "CARDINTG: UNABLE TO OPEN INTGEXCP, FILE "
                       "STATUS = " WS-EXCP-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT INTG-RPT-FILE
           WRITE INTG-RPT-LINE FROM WS-HEADING-1
           WRITE INTG-RPT-LINE FROM WS-BIZ-DATE-HEADING
           WRITE INTG-RPT-LINE FROM WS-HEADING-2.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "CARDINTG: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "CARDINTG: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

      *  PASS 1 - PRIMARY KEY ORDER, SO ALL PLASTICS OF A PAN
      *  ARRIVE TOGETHER.
       2000-PAN-PASS.
           MOVE "N" TO WS-IN-EOF-SW
           MOVE LOW-VALUES TO CARDM-KEY
           START CARD-MASTER-FILE KEY >= CARDM-KEY
               INVALID KEY SET WS-IN-DONE TO TRUE
           END-START
           IF NOT WS-IN-DONE
               PERFORM 2900-READ-NEXT-CARD
           END-IF
           PERFORM 2100-CHECK-ONE-PLASTIC
               UNTIL WS-IN-DONE.

       2100-CHECK-ONE-PLASTIC.
           ADD 1 TO WS-READ-COUNT
           IF WS-FIRST-PAN
              OR CARDM-TABLE1-KEY NOT = WS-PAN-KEY
               MOVE "N"                  TO WS-FIRST-PAN-SW
               MOVE CARDM-TABLE1-KEY     TO WS-PAN-KEY
               MOVE CARDM-ACCOUNT-NUMBER TO WS-PAN-ACCOUNT
               ADD 1 TO WS-PAN-COUNT
               PERFORM 2200-CHECK-LUHN
           ELSE
               IF CARDM-ACCOUNT-NUMBER NOT = WS-PAN-ACCOUNT
                   PERFORM 7100-FILL-FROM-CARD
                   MOVE "PANA"               TO CIX-RULE-CODE
                   MOVE WS-PAN-ACCOUNT       TO CIX-EXPECTED-VALUE
                   MOVE CARDM-ACCOUNT-NUMBER TO CIX-FOUND-VALUE
                   ADD 1 TO WS-PANA-COUNT
                   PERFORM 7000-WRITE-EXCEPTION
               END-IF
           END-IF
           PERFORM 2900-READ-NEXT-CARD.

       2200-CHECK-LUHN.
           MOVE CARDM-TABLE1-KEY TO WS-LUHN-PAN
           MOVE ZERO TO WS-LUHN-LEN
           PERFORM 2210-FIND-LAST-DIGIT
               VARYING WS-LUHN-POS FROM 19 BY -1
               UNTIL WS-LUHN-POS < 1 OR WS-LUHN-LEN > ZERO
           MOVE "Y" TO WS-LUHN-NUMERIC-SW
           IF WS-LUHN-LEN < 2
               MOVE "N" TO WS-LUHN-NUMERIC-SW
           ELSE
               IF WS-LUHN-PAN(1:WS-LUHN-LEN) NOT NUMERIC
                   MOVE "N" TO WS-LUHN-NUMERIC-SW
               END-IF
           END-IF
           IF NOT WS-LUHN-NUMERIC
               PERFORM 7100-FILL-FROM-CARD
               MOVE "LUHN"       TO CIX-RULE-CODE
               MOVE SPACES       TO CIX-EXPECTED-VALUE
               MOVE "NONNUMERIC" TO CIX-FOUND-VALUE
               ADD 1 TO WS-LUHN-COUNT
               PERFORM 7000-WRITE-EXCEPTION
           ELSE
               MOVE ZERO TO WS-LUHN-SUM
               MOVE "Y"  TO WS-LUHN-DOUBLE-SW
               COMPUTE WS-LUHN-START = WS-LUHN-LEN - 1
               PERFORM 2220-ADD-LUHN-DIGIT
                   VARYING WS-LUHN-POS FROM WS-LUHN-START BY -1
                   UNTIL WS-LUHN-POS < 1
               COMPUTE WS-LUHN-CHECK =
                   FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10),
                                10)
               IF WS-LUHN-PAN(WS-LUHN-LEN:1) NOT = WS-LUHN-CHECK
                   PERFORM 7100-FILL-FROM-CARD
                   MOVE "LUHN"        TO CIX-RULE-CODE
                   MOVE WS-LUHN-CHECK TO CIX-EXPECTED-VALUE
                   MOVE WS-LUHN-PAN(WS-LUHN-LEN:1)
                                      TO CIX-FOUND-VALUE
                   ADD 1 TO WS-LUHN-COUNT
                   PERFORM 7000-WRITE-EXCEPTION
               END-IF
           END-IF.

       2210-FIND-LAST-DIGIT.
           IF WS-LUHN-PAN(WS-LUHN-POS:1) NOT = SPACE
               MOVE WS-LUHN-POS TO WS-LUHN-LEN
           END-IF.

       2220-ADD-LUHN-DIGIT.
           MOVE WS-LUHN-PAN(WS-LUHN-POS:1) TO WS-LUHN-DIGIT
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

       2900-READ-NEXT-CARD.
           READ CARD-MASTER-FILE NEXT RECORD
               AT END SET WS-IN-DONE TO TRUE
           END-READ.

      *  PASS 2 - ACCOUNT_NUMBER ALTERNATE KEY ORDER.  EACH
      *  ACCOUNT'S PLASTICS ARE GATHERED, THEN CHECKED TOGETHER
      *  WHEN THE ACCOUNT NUMBER CHANGES.
       3000-ACCOUNT-PASS.
           MOVE "N" TO WS-IN-EOF-SW
           MOVE ZERO TO WS-ACCT-COUNT
           MOVE LOW-VALUES TO CARDM-ACCOUNT-NUMBER
           START CARD-MASTER-FILE KEY >= CARDM-ACCOUNT-NUMBER
               INVALID KEY SET WS-IN-DONE TO TRUE
           END-START
           IF NOT WS-IN-DONE
               PERFORM 2900-READ-NEXT-CARD
           END-IF
           PERFORM 3100-GATHER-ONE-PLASTIC
               UNTIL WS-IN-DONE
           IF WS-ACCT-COUNT > ZERO
               PERFORM 3200-CHECK-ACCOUNT
           END-IF.

       3100-GATHER-ONE-PLASTIC.
           IF CARDM-ACCOUNT-NUMBER = SPACES
               ADD 1 TO WS-NO-ACCOUNT-COUNT
           ELSE
               IF WS-ACCT-COUNT > ZERO
                  AND CARDM-ACCOUNT-NUMBER NOT = WS-ACCT-NUMBER
                   PERFORM 3200-CHECK-ACCOUNT
                   MOVE ZERO TO WS-ACCT-COUNT
               END-IF
               IF WS-ACCT-COUNT >= WS-ACCT-MAX
                   DISPLAY "CARDINTG: WS-AC-ENTRY TABLE FULL AT "
                           WS-ACCT-MAX " ENTRIES - INCREASE OCCURS"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE CARDM-ACCOUNT-NUMBER TO WS-ACCT-NUMBER
               ADD 1 TO WS-ACCT-COUNT
               SET WS-AX TO WS-ACCT-COUNT
               MOVE CARDM-TABLE1-KEY  TO WS-AC-TABLE1-KEY(WS-AX)
               MOVE CARDM-PAN-SEQ-NUM TO WS-AC-PAN-SEQ-NUM(WS-AX)
               MOVE Issuer_FIID IN CARD-MASTER-RECORD
                   TO WS-AC-ISSUER-FIID(WS-AX)
               MOVE Account_Type IN CARD-MASTER-RECORD
                   TO WS-AC-ACCOUNT-TYPE(WS-AX)
               MOVE Card_Status IN CARD-MASTER-RECORD
                   TO WS-AC-CARD-STATUS(WS-AX)
           END-IF
           PERFORM 2900-READ-NEXT-CARD.

       3200-CHECK-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE WS-AC-PAN-SEQ-NUM(1) TO WS-SEQ-LOW
           MOVE WS-AC-PAN-SEQ-NUM(1) TO WS-SEQ-HIGH
           PERFORM 3300-CHECK-ACCOUNT-PLASTIC
               VARYING WS-AX FROM 2 BY 1
               UNTIL WS-AX > WS-ACCT-COUNT
           IF WS-SEQ-HIGH > WS-SEQ-LOW + 1
               COMPUTE WS-SEQ-FIRST-GAP = WS-SEQ-LOW + 1
               PERFORM 3500-PROBE-SEQUENCE
                   VARYING WS-SEQ-PROBE FROM WS-SEQ-FIRST-GAP BY 1
                   UNTIL WS-SEQ-PROBE >= WS-SEQ-HIGH
           END-IF.

      *  EACH PLASTIC AFTER THE FIRST IS HELD AGAINST THE FIRST FOR
      *  ISSUER AND ACCOUNT TYPE, AND AGAINST ALL EARLIER ONES FOR
      *  A SHARED SEQUENCE NUMBER.
       3300-CHECK-ACCOUNT-PLASTIC.
           IF WS-AC-ISSUER-FIID(WS-AX) NOT = WS-AC-ISSUER-FIID(1)
               PERFORM 7200-FILL-FROM-ENTRY
               MOVE "AFII"                   TO CIX-RULE-CODE
               MOVE WS-AC-ISSUER-FIID(1)     TO CIX-EXPECTED-VALUE
               MOVE WS-AC-ISSUER-FIID(WS-AX) TO CIX-FOUND-VALUE
               ADD 1 TO WS-AFII-COUNT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF
           IF WS-AC-ACCOUNT-TYPE(WS-AX) NOT = WS-AC-ACCOUNT-TYPE(1)
               PERFORM 7200-FILL-FROM-ENTRY
               MOVE "ATYP"                    TO CIX-RULE-CODE
               MOVE WS-AC-ACCOUNT-TYPE(1)     TO CIX-EXPECTED-VALUE
               MOVE WS-AC-ACCOUNT-TYPE(WS-AX) TO CIX-FOUND-VALUE
               ADD 1 TO WS-ATYP-COUNT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF
           IF WS-AC-PAN-SEQ-NUM(WS-AX) < WS-SEQ-LOW
               MOVE WS-AC-PAN-SEQ-NUM(WS-AX) TO WS-SEQ-LOW
           END-IF
           IF WS-AC-PAN-SEQ-NUM(WS-AX) > WS-SEQ-HIGH
               MOVE WS-AC-PAN-SEQ-NUM(WS-AX) TO WS-SEQ-HIGH
           END-IF
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3400-MATCH-EARLIER-SEQ
               VARYING WS-AY FROM 1 BY 1
               UNTIL WS-AY >= WS-AX OR WS-FOUND.

      *  ONLY THE FIRST EARLIER HOLDER OF THE SEQUENCE IS REPORTED,
      *  SO THREE PLASTICS ON ONE SEQUENCE GIVE TWO EXCEPTIONS.
       3400-MATCH-EARLIER-SEQ.
           IF WS-AC-PAN-SEQ-NUM(WS-AY) = WS-AC-PAN-SEQ-NUM(WS-AX)
               SET WS-FOUND TO TRUE
               PERFORM 7200-FILL-FROM-ENTRY
               MOVE WS-AC-TABLE1-KEY(WS-AY) TO CIX-EXPECTED-VALUE
               MOVE WS-AC-TABLE1-KEY(WS-AX) TO CIX-FOUND-VALUE
               IF WS-AC-ACTIVE(WS-AX) AND WS-AC-ACTIVE(WS-AY)
                   MOVE "SACT" TO CIX-RULE-CODE
                   ADD 1 TO WS-SACT-COUNT
               ELSE
                   MOVE "SDUP" TO CIX-RULE-CODE
                   ADD 1 TO WS-SDUP-COUNT
               END-IF
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.

       3500-PROBE-SEQUENCE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3510-FIND-SEQUENCE
               VARYING WS-AY FROM 1 BY 1
               UNTIL WS-AY > WS-ACCT-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               SET WS-AX TO 1
               PERFORM 7200-FILL-FROM-ENTRY
               MOVE "SGAP"       TO CIX-RULE-CODE
               MOVE WS-SEQ-PROBE TO CIX-PAN-SEQ-NUM
               MOVE WS-SEQ-PROBE TO CIX-EXPECTED-VALUE
               MOVE "MISSING"    TO CIX-FOUND-VALUE
               ADD 1 TO WS-SGAP-COUNT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.

       3510-FIND-SEQUENCE.
           IF WS-AC-PAN-SEQ-NUM(WS-AY) = WS-SEQ-PROBE
               SET WS-FOUND TO TRUE
           END-IF.

       7000-WRITE-EXCEPTION.
           MOVE WS-TODAY TO CIX-CHECK-DATE
           WRITE CARD-INTEGRITY-EXCEPTION-RECORD
           ADD 1 TO WS-VIOLATION-COUNT
           MOVE CIX-RULE-CODE      TO DL-RULE-CODE
           MOVE CIX-TABLE1-KEY     TO DL-TABLE1-KEY
           MOVE CIX-PAN-SEQ-NUM    TO DL-PAN-SEQ-NUM
           MOVE CIX-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
           MOVE CIX-ISSUER-FIID    TO DL-ISSUER-FIID
           MOVE CIX-EXPECTED-VALUE TO DL-EXPECTED
           MOVE CIX-FOUND-VALUE    TO DL-FOUND
           WRITE INTG-RPT-LINE FROM WS-DETAIL-LINE.

       7100-FILL-FROM-CARD.
           MOVE CARDM-TABLE1-KEY     TO CIX-TABLE1-KEY
           MOVE CARDM-PAN-SEQ-NUM    TO CIX-PAN-SEQ-NUM
           MOVE CARDM-ACCOUNT-NUMBER TO CIX-ACCOUNT-NUMBER
           MOVE Issuer_FIID IN CARD-MASTER-RECORD
               TO CIX-ISSUER-FIID.

       7200-FILL-FROM-ENTRY.
           MOVE WS-AC-TABLE1-KEY(WS-AX)  TO CIX-TABLE1-KEY
           MOVE WS-AC-PAN-SEQ-NUM(WS-AX) TO CIX-PAN-SEQ-NUM
           MOVE WS-ACCT-NUMBER           TO CIX-ACCOUNT-NUMBER
           MOVE WS-AC-ISSUER-FIID(WS-AX) TO CIX-ISSUER-FIID.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO INTG-RPT-LINE
           WRITE INTG-RPT-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "CARDS READ: " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE INTG-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "DISTINCT PANS: " DELIMITED BY SIZE
                  WS-PAN-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE INTG-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "ACCOUNTS CHECKED: " DELIMITED BY SIZE
                  WS-ACCOUNT-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE INTG-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "CARDS WITH NO ACCOUNT NUMBER: " DELIMITED BY SIZE
                  WS-NO-ACCOUNT-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE INTG-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "LUHN CHECK-DIGIT FAILURES: " DELIMITED BY SIZE
                  WS-LUHN-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE INTG-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "PAN UNDER TWO ACCOUNTS: " DELIMITED BY SIZE
                  WS-PANA-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE INTG-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "MIXED ISSUER ON ACCOUNT: " DELIMITED BY SIZE
                  WS-AFII-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE INTG-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "MIXED ACCOUNT TYPE ON ACCOUNT: " DELIMITED BY SIZE
                  WS-ATYP-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE INTG-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "DUPLICATE SEQUENCE NUMBERS: " DELIMITED BY SIZE
                  WS-SDUP-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE INTG-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "ACTIVE PLASTICS SHARING A SEQUENCE: "
                   DELIMITED BY SIZE
                  WS-SACT-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE INTG-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "SEQUENCE GAPS: " DELIMITED BY SIZE
                  WS-SGAP-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE INTG-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "TOTAL INTEGRITY VIOLATIONS: " DELIMITED BY SIZE
                  WS-VIOLATION-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE INTG-RPT-LINE FROM WS-SUMMARY-LINE.

       9000-WRAP-UP.
           CLOSE CARD-MASTER-FILE
           CLOSE INTG-EXCP-FILE
           CLOSE INTG-RPT-FILE
           IF WS-VIOLATION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
