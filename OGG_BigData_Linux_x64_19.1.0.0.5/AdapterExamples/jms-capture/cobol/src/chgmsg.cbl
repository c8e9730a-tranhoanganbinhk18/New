      * ---------------------------------------------------------
      *  PROGRAM-ID  : CHGMSG
      *  PURPOSE     : Before/after-image change message feed for
      *                the BigData/JMS target.  CAPOUT hands each
      *                ALL_DT capture (copybook.cpy) on as a bare
      *                after-image, leaving every consumer to
      *                rebuild the before-image itself.  This runs
      *                ahead of SNAPBLD's apply and, for each
      *                capture, takes the key's prior image from
      *                the rolling snapshot (SNAPFILE, read only -
      *                SNAPBLD still does the apply) and writes one
      *                self-describing change message (CHGMSGF,
      *                chgmsg.cpy): op, table name, timestamp, and
      *                every column's name with its before and
      *                after value side by side, dates in ISO form
      *                and decimals unscaled.  A key captured more
      *                than once in the day takes its before-image
      *                from its own earlier capture, exactly as
      *                SNAPBLD will fold them.  An update that
      *                changed no column is listed on the report
      *                and left out of the feed.  Each table gets a
      *                trailer line whose I/U/D counts are the
      *                captured counts RECONCIL tallies, so the
      *                two can be tied out, with the messages sent
      *                and the no-change updates dropped.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHGMSG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPTURE-FILE      ASSIGN TO "CAPFILE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAP-STATUS.

           SELECT SNAPSHOT-FILE     ASSIGN TO "SNAPFILE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SNAP-KEY
                  FILE STATUS IS WS-SNAP-STATUS.

           SELECT CHANGE-MSG-FILE   ASSIGN TO "CHGMSGF"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MSG-STATUS.

           SELECT CHGMSG-RPT-FILE   ASSIGN TO "CHGMRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-FILE.
       01  CAPTURE-RECORD.
           COPY "copybook.cpy" REPLACING ==01== BY ==03==.

       FD  SNAPSHOT-FILE.
           COPY "snaprec.cpy".

       FD  CHANGE-MSG-FILE.
           COPY "chgmsg.cpy".

       FD  CHGMSG-RPT-FILE.
       01  CHGMSG-RPT-LINE              PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-CAP-STATUS                PIC XX.
       01  WS-SNAP-STATUS               PIC XX.
           88  WS-SNAP-NOT-FOUND         VALUE "23".
           88  WS-SNAP-MISSING           VALUE "35".
       01  WS-MSG-STATUS                PIC XX.
       01  WS-RPT-STATUS                PIC XX.

       01  WS-EOF-SW                    PIC X       VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-FOUND-SW                  PIC X       VALUE "N".
           88  WS-FOUND                 VALUE "Y".
       01  WS-SNAP-OPEN-SW              PIC X       VALUE "N".
           88  WS-SNAP-OPEN             VALUE "Y".
       01  WS-BEFORE-SW                 PIC X       VALUE "N".
           88  WS-HAVE-BEFORE           VALUE "Y".

      *  THE KEY'S IMAGE AS IT STOOD BEFORE THIS CAPTURE.
       01  WS-BEFORE-IMAGE.
           COPY "copybook.cpy" REPLACING ==01== BY ==03==.

      *  THE IMAGE BEING TURNED INTO MESSAGE VALUES.
       01  WS-FORMAT-IMAGE.
           COPY "copybook.cpy" REPLACING ==01== BY ==03==.

      *  EVERY KEY CAPTURED SO FAR THIS RUN, WITH ITS LATEST IMAGE
      *  (WS-SN-IMAGE IS THE LENGTH OF ALL_DT).  A KEY DELETED
      *  THIS RUN STAYS IN THE TABLE WITH NO IMAGE PRESENT.
       01  WS-SEEN-MAX                  PIC 9(5)    VALUE 20000.
       01  WS-SEEN-COUNT                PIC 9(5)    VALUE ZERO.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY OCCURS 20000 TIMES
                       INDEXED BY WS-SX.
               10  WS-SN-TABLE-NAME     PIC X(32).
               10  WS-SN-KEY-COL        PIC 9(11).
               10  WS-SN-PRESENT-SW     PIC X.
                   88  WS-SN-PRESENT    VALUE "Y".
               10  WS-SN-IMAGE          PIC X(204).
       01  WS-SEEN-SUB                  PIC 9(5)    VALUE ZERO.

      *  ONE ENTRY PER DISTINCT TABLE-NAME, IN ORDER OF FIRST
      *  CAPTURE, AS RECONCIL KEEPS ITS TALLIES.
       01  WS-TALLY-MAX                 PIC 9(4)    VALUE 500.
       01  WS-TALLY-COUNT               PIC 9(4)    VALUE ZERO.
       01  WS-TALLY-TABLE.
           05  WS-TALLY-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-TX.
               10  WS-TALLY-NAME        PIC X(32).
               10  WS-TALLY-INS         PIC 9(9).
               10  WS-TALLY-UPD         PIC 9(9).
               10  WS-TALLY-DEL         PIC 9(9).
               10  WS-TALLY-SENT        PIC 9(9).
               10  WS-TALLY-NOCHG       PIC 9(9).
       01  WS-SUB                       PIC 9(4)    VALUE ZERO.

       01  WS-COLUMN-NAME-DEFS.
           05  FILLER       PIC X(14) VALUE "KEY-COL".
           05  FILLER       PIC X(14) VALUE "CHAR-COL".
           05  FILLER       PIC X(14) VALUE "VARCHAR-COL".
           05  FILLER       PIC X(14) VALUE "SMALL-INT-COL".
           05  FILLER       PIC X(14) VALUE "BIG-INT-COL".
           05  FILLER       PIC X(14) VALUE "CHAR-COL-2".
           05  FILLER       PIC X(14) VALUE "SMALL-DEC-COL".
           05  FILLER       PIC X(14) VALUE "MED-DEC-COL".
           05  FILLER       PIC X(14) VALUE "BIG-DEC-COL".
           05  FILLER       PIC X(14) VALUE "VARCHAR-COL-2".
           05  FILLER       PIC X(14) VALUE "DATE-COL".
           05  FILLER       PIC X(14) VALUE "TIMESTAMP-COL".
       01  WS-COLUMN-NAME-TABLE REDEFINES WS-COLUMN-NAME-DEFS.
           05  WS-COLUMN-NAME OCCURS 12 TIMES PIC X(14).

      *  FORMATTED VALUES BY SIDE (1 = BEFORE, 2 = AFTER) AND BY
      *  COLUMN IN WS-COLUMN-NAME ORDER.
       01  WS-IMAGE-VALUES.
           05  WS-SIDE-ENTRY OCCURS 2 TIMES.
               10  WS-COL-ENTRY OCCURS 12 TIMES.
                   15  WS-COL-VALUE     PIC X(40).
                   15  WS-COL-LEN       PIC 9(2).
       01  WS-SIDE                      PIC 9       VALUE ZERO.
       01  WS-COL-SUB                   PIC 9(2)    VALUE ZERO.

       01  WS-FORMAT-WORK.
           05  WS-SOURCE-VALUE          PIC X(40).
           05  WS-SOURCE-LEN            PIC 9(2).
           05  WS-OUT-VALUE             PIC X(40).
           05  WS-OUT-LEN               PIC 9(2).
           05  WS-CHAR-SUB              PIC 9(2).
           05  WS-ONE-CHAR              PIC X.
           05  WS-ZERO-SEEN-SW          PIC X.
               88  WS-ZERO-SEEN         VALUE "Y".
           05  WS-MED-DEC-EDIT          PIC 9(8).9(7).
           05  WS-ISO-TIMESTAMP         PIC X(30).

       01  WS-MSG-PTR                   PIC 9(4)    VALUE ZERO.
       01  WS-NUM-EDIT                  PIC Z(8)9.

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-SENT-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-NOCHG-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-NO-PRIOR-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-INS-EXISTS-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-UNKNOWN-OP-COUNT      PIC 9(9)    VALUE ZERO.

       01  WS-HEADING-1                 PIC X(60) VALUE
           "ALL_DT BEFORE/AFTER-IMAGE CHANGE MESSAGE FEED".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER          PIC X(32) VALUE "TABLE-NAME".
           05  FILLER          PIC X(13) VALUE "KEY-COL".
           05  FILLER          PIC X(24) VALUE "TIMESTAMP".
           05  FILLER          PIC X(30) VALUE "CONDITION".

       01  WS-DETAIL-LINE.
           05  DL-TABLE-NAME   PIC X(32).
           05  DL-KEY-COL      PIC 9(11).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-TIMESTAMP    PIC X(22).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-CONDITION    PIC X(40).

       01  WS-HEADING-3.
           05  FILLER          PIC X(32) VALUE "TABLE-NAME".
           05  FILLER          PIC X(12) VALUE "CAP-INS".
           05  FILLER          PIC X(12) VALUE "CAP-UPD".
           05  FILLER          PIC X(12) VALUE "CAP-DEL".
           05  FILLER          PIC X(12) VALUE "SENT".
           05  FILLER          PIC X(12) VALUE "NO-CHANGE".

       01  WS-TALLY-LINE.
           05  TL-TABLE-NAME   PIC X(32).
           05  TL-CAP-INS      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  TL-CAP-UPD      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  TL-CAP-DEL      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  TL-SENT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  TL-NOCHG        PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE              PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-CAPTURE
               UNTIL WS-EOF
           PERFORM 6000-WRITE-TRAILERS
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-WRAP-UP
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           OPEN INPUT  CAPTURE-FILE
           IF WS-CAP-STATUS NOT = "00"
               DISPLAY "CHGMSG: UNABLE TO OPEN CAPFILE, FILE "
                       "STATUS = " WS-CAP-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      *  NO SNAPSHOT YET (FIRST NIGHT) MEANS NO KEY HAS A PRIOR
      *  IMAGE; ANY OTHER OPEN FAILURE STOPS THE RUN.
           OPEN INPUT  SNAPSHOT-FILE
           IF WS-SNAP-STATUS = "00"
               SET WS-SNAP-OPEN TO TRUE
           ELSE
               IF NOT WS-SNAP-MISSING
                   DISPLAY "CHGMSG: UNABLE TO OPEN SNAPFILE, FILE "
                           "STATUS = " WS-SNAP-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT CHANGE-MSG-FILE
           IF WS-MSG-STATUS NOT = "00"
               DISPLAY "CHGMSG: UNABLE TO OPEN CHGMSGF, FILE "
                       "STATUS = " WS-MSG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CHGMSG-RPT-FILE
           WRITE CHGMSG-RPT-LINE FROM WS-HEADING-1
           WRITE CHGMSG-RPT-LINE FROM WS-BIZ-DATE-HEADING
           IF NOT WS-SNAP-OPEN
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "SNAPFILE NOT PRESENT - NO PRIOR IMAGES"
                       DELIMITED BY SIZE
                   INTO WS-SUMMARY-LINE
               WRITE CHGMSG-RPT-LINE FROM WS-SUMMARY-LINE
           END-IF
           WRITE CHGMSG-RPT-LINE FROM WS-HEADING-2
           READ CAPTURE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "CHGMSG: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "CHGMSG: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       2000-PROCESS-ONE-CAPTURE.
           ADD 1 TO WS-READ-COUNT
           IF OP-CODE IN CAPTURE-RECORD = "I" OR "U" OR "D"
               PERFORM 2100-FIND-OR-ADD-TALLY
               PERFORM 2200-FIND-PRIOR-IMAGE
               EVALUATE OP-CODE IN CAPTURE-RECORD
                   WHEN "I"
                       ADD 1 TO WS-TALLY-INS(WS-TX)
                       IF WS-HAVE-BEFORE
                           MOVE "INSERT OF A KEY ALREADY PRESENT"
                               TO DL-CONDITION
                           PERFORM 2900-WRITE-DETAIL
                           ADD 1 TO WS-INS-EXISTS-COUNT
                           MOVE "N" TO WS-BEFORE-SW
                       END-IF
                       PERFORM 3000-SEND-MESSAGE
                   WHEN "U"
                       ADD 1 TO WS-TALLY-UPD(WS-TX)
                       IF WS-HAVE-BEFORE
                          AND ALL_DT IN CAPTURE-RECORD =
                              ALL_DT IN WS-BEFORE-IMAGE
                           MOVE "UPDATE CHANGED NO COLUMN - NOT SENT"
                               TO DL-CONDITION
                           PERFORM 2900-WRITE-DETAIL
                           ADD 1 TO WS-TALLY-NOCHG(WS-TX)
                           ADD 1 TO WS-NOCHG-COUNT
                       ELSE
                           PERFORM 2800-CHECK-NO-PRIOR
                           PERFORM 3000-SEND-MESSAGE
                       END-IF
                   WHEN "D"
                       ADD 1 TO WS-TALLY-DEL(WS-TX)
                       PERFORM 2800-CHECK-NO-PRIOR
                       PERFORM 3000-SEND-MESSAGE
               END-EVALUATE
               PERFORM 2300-REMEMBER-IMAGE
           ELSE
               ADD 1 TO WS-UNKNOWN-OP-COUNT
           END-IF
           READ CAPTURE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2100-FIND-OR-ADD-TALLY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 2110-MATCH-ONE-TALLY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TALLY-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               IF WS-TALLY-COUNT >= WS-TALLY-MAX
                   DISPLAY "CHGMSG: WS-TALLY-ENTRY TABLE FULL AT "
                           WS-TALLY-MAX " ENTRIES - INCREASE OCCURS"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-TALLY-COUNT
               SET WS-TX TO WS-TALLY-COUNT
               INITIALIZE WS-TALLY-ENTRY(WS-TX)
               MOVE TABLE-NAME IN CAPTURE-RECORD
                   TO WS-TALLY-NAME(WS-TX)
           END-IF.

       2110-MATCH-ONE-TALLY.
           SET WS-TX TO WS-SUB
           IF WS-TALLY-NAME(WS-TX) = TABLE-NAME IN CAPTURE-RECORD
               SET WS-FOUND TO TRUE
           END-IF.

      *  A KEY ALREADY CAPTURED THIS RUN TAKES ITS BEFORE-IMAGE
      *  FROM ITS OWN LAST CAPTURE; OTHERWISE FROM THE SNAPSHOT AS
      *  LAST NIGHT'S SNAPBLD LEFT IT.
       2200-FIND-PRIOR-IMAGE.
           MOVE "N" TO WS-BEFORE-SW
           MOVE "N" TO WS-FOUND-SW
           PERFORM 2210-MATCH-ONE-SEEN
               VARYING WS-SEEN-SUB FROM 1 BY 1
               UNTIL WS-SEEN-SUB > WS-SEEN-COUNT OR WS-FOUND
           IF WS-FOUND
               IF WS-SN-PRESENT(WS-SX)
                   MOVE WS-SN-IMAGE(WS-SX)
                       TO ALL_DT IN WS-BEFORE-IMAGE
                   SET WS-HAVE-BEFORE TO TRUE
               END-IF
           ELSE
               IF WS-SNAP-OPEN
                   MOVE TABLE-NAME IN CAPTURE-RECORD
                       TO SNAP-KEY-TABLE-NAME
                   MOVE KEY-COL IN CAPTURE-RECORD
                       TO SNAP-KEY-KEY-COL
                   READ SNAPSHOT-FILE
                       INVALID KEY SET WS-SNAP-NOT-FOUND TO TRUE
                   END-READ
                   IF NOT WS-SNAP-NOT-FOUND
                       MOVE ALL_DT IN SNAP-CAPTURE-DATA
                           TO ALL_DT IN WS-BEFORE-IMAGE
                       SET WS-HAVE-BEFORE TO TRUE
                   END-IF
               END-IF
           END-IF.

       2210-MATCH-ONE-SEEN.
           SET WS-SX TO WS-SEEN-SUB
           IF WS-SN-TABLE-NAME(WS-SX) = TABLE-NAME IN CAPTURE-RECORD
              AND WS-SN-KEY-COL(WS-SX) = KEY-COL IN CAPTURE-RECORD
               SET WS-FOUND TO TRUE
           END-IF.

      *  WS-SX STILL ADDRESSES THE KEY'S ENTRY WHEN 2200 FOUND IT.
       2300-REMEMBER-IMAGE.
           IF NOT WS-FOUND
               IF WS-SEEN-COUNT >= WS-SEEN-MAX
                   DISPLAY "CHGMSG: WS-SEEN-ENTRY TABLE FULL AT "
                           WS-SEEN-MAX " ENTRIES - INCREASE OCCURS"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-SEEN-COUNT
               SET WS-SX TO WS-SEEN-COUNT
               MOVE TABLE-NAME IN CAPTURE-RECORD
                   TO WS-SN-TABLE-NAME(WS-SX)
               MOVE KEY-COL IN CAPTURE-RECORD
                   TO WS-SN-KEY-COL(WS-SX)
           END-IF
           IF OP-CODE IN CAPTURE-RECORD = "D"
               MOVE "N" TO WS-SN-PRESENT-SW(WS-SX)
               MOVE SPACES TO WS-SN-IMAGE(WS-SX)
           ELSE
               MOVE "Y" TO WS-SN-PRESENT-SW(WS-SX)
               MOVE ALL_DT IN CAPTURE-RECORD TO WS-SN-IMAGE(WS-SX)
           END-IF.

       2800-CHECK-NO-PRIOR.
           IF NOT WS-HAVE-BEFORE
               MOVE "NO PRIOR IMAGE - BEFORE VALUES EMPTY"
                   TO DL-CONDITION
               PERFORM 2900-WRITE-DETAIL
               ADD 1 TO WS-NO-PRIOR-COUNT
           END-IF.

       2900-WRITE-DETAIL.
           MOVE TABLE-NAME IN CAPTURE-RECORD TO DL-TABLE-NAME
           MOVE KEY-COL IN CAPTURE-RECORD    TO DL-KEY-COL
           MOVE TIMESTAMP IN CAPTURE-RECORD  TO DL-TIMESTAMP
           WRITE CHGMSG-RPT-LINE FROM WS-DETAIL-LINE.

       3000-SEND-MESSAGE.
           INITIALIZE WS-IMAGE-VALUES
           IF WS-HAVE-BEFORE
               MOVE 1 TO WS-SIDE
               MOVE ALL_DT IN WS-BEFORE-IMAGE
                   TO ALL_DT IN WS-FORMAT-IMAGE
               PERFORM 4000-FORMAT-IMAGE
           END-IF
           IF OP-CODE IN CAPTURE-RECORD NOT = "D"
               MOVE 2 TO WS-SIDE
               MOVE ALL_DT IN CAPTURE-RECORD
                   TO ALL_DT IN WS-FORMAT-IMAGE
               PERFORM 4000-FORMAT-IMAGE
           END-IF
           MOVE SPACES TO CHANGE-MESSAGE-LINE
           MOVE 1 TO WS-MSG-PTR
           STRING "MSG|" DELIMITED BY SIZE
                  OP-CODE IN CAPTURE-RECORD DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
               INTO CHANGE-MESSAGE-LINE
               WITH POINTER WS-MSG-PTR
           MOVE TABLE-NAME IN CAPTURE-RECORD TO WS-OUT-VALUE
           PERFORM 4900-SET-OUT-LENGTH
           PERFORM 5000-APPEND-VALUE
           STRING "|" DELIMITED BY SIZE
               INTO CHANGE-MESSAGE-LINE
               WITH POINTER WS-MSG-PTR
           MOVE TIMESTAMP IN CAPTURE-RECORD TO WS-SOURCE-VALUE
           MOVE 22 TO WS-SOURCE-LEN
           PERFORM 4300-MAKE-ISO-TIMESTAMP
           PERFORM 5000-APPEND-VALUE
           PERFORM 3100-APPEND-COLUMN
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 12
           WRITE CHANGE-MESSAGE-LINE
           ADD 1 TO WS-TALLY-SENT(WS-TX)
           ADD 1 TO WS-SENT-COUNT.

       3100-APPEND-COLUMN.
           STRING "|" DELIMITED BY SIZE
                  WS-COLUMN-NAME(WS-COL-SUB) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
               INTO CHANGE-MESSAGE-LINE
               WITH POINTER WS-MSG-PTR
           MOVE WS-COL-VALUE(1, WS-COL-SUB) TO WS-OUT-VALUE
           MOVE WS-COL-LEN(1, WS-COL-SUB)   TO WS-OUT-LEN
           PERFORM 5000-APPEND-VALUE
           STRING "|" DELIMITED BY SIZE
               INTO CHANGE-MESSAGE-LINE
               WITH POINTER WS-MSG-PTR
           MOVE WS-COL-VALUE(2, WS-COL-SUB) TO WS-OUT-VALUE
           MOVE WS-COL-LEN(2, WS-COL-SUB)   TO WS-OUT-LEN
           PERFORM 5000-APPEND-VALUE.

      *  TURNS WS-FORMAT-IMAGE INTO THE TWELVE COLUMN VALUES FOR
      *  SIDE WS-SIDE.
       4000-FORMAT-IMAGE.
           MOVE KEY-COL IN WS-FORMAT-IMAGE TO WS-SOURCE-VALUE
           MOVE 11 TO WS-SOURCE-LEN
           PERFORM 4200-MAKE-UNSCALED
           MOVE 1 TO WS-COL-SUB
           PERFORM 4800-STORE-VALUE
           MOVE CHAR-COL IN WS-FORMAT-IMAGE TO WS-OUT-VALUE
           PERFORM 4900-SET-OUT-LENGTH
           MOVE 2 TO WS-COL-SUB
           PERFORM 4800-STORE-VALUE
           MOVE VARCHAR-COL IN WS-FORMAT-IMAGE TO WS-OUT-VALUE
           PERFORM 4900-SET-OUT-LENGTH
           MOVE 3 TO WS-COL-SUB
           PERFORM 4800-STORE-VALUE
           MOVE SMALL-INT-COL IN WS-FORMAT-IMAGE TO WS-SOURCE-VALUE
           MOVE 6 TO WS-SOURCE-LEN
           PERFORM 4200-MAKE-UNSCALED
           MOVE 4 TO WS-COL-SUB
           PERFORM 4800-STORE-VALUE
           MOVE BIG-INT-COL IN WS-FORMAT-IMAGE TO WS-SOURCE-VALUE
           MOVE 20 TO WS-SOURCE-LEN
           PERFORM 4200-MAKE-UNSCALED
           MOVE 5 TO WS-COL-SUB
           PERFORM 4800-STORE-VALUE
           MOVE CHAR-COL-2 IN WS-FORMAT-IMAGE TO WS-OUT-VALUE
           PERFORM 4900-SET-OUT-LENGTH
           MOVE 6 TO WS-COL-SUB
           PERFORM 4800-STORE-VALUE
           MOVE SMALL-DEC-COL IN WS-FORMAT-IMAGE TO WS-SOURCE-VALUE
           MOVE 5 TO WS-SOURCE-LEN
           PERFORM 4200-MAKE-UNSCALED
           MOVE 7 TO WS-COL-SUB
           PERFORM 4800-STORE-VALUE
           MOVE MED-DEC-COL IN WS-FORMAT-IMAGE TO WS-MED-DEC-EDIT
           MOVE WS-MED-DEC-EDIT TO WS-SOURCE-VALUE
           MOVE 16 TO WS-SOURCE-LEN
           PERFORM 4200-MAKE-UNSCALED
           MOVE 8 TO WS-COL-SUB
           PERFORM 4800-STORE-VALUE
           MOVE BIG-DEC-COL IN WS-FORMAT-IMAGE TO WS-SOURCE-VALUE
           MOVE 39 TO WS-SOURCE-LEN
           PERFORM 4200-MAKE-UNSCALED
           MOVE 9 TO WS-COL-SUB
           PERFORM 4800-STORE-VALUE
           MOVE VARCHAR-COL-2 IN WS-FORMAT-IMAGE TO WS-OUT-VALUE
           PERFORM 4900-SET-OUT-LENGTH
           MOVE 10 TO WS-COL-SUB
           PERFORM 4800-STORE-VALUE
           MOVE DATE-COL IN WS-FORMAT-IMAGE TO WS-SOURCE-VALUE
           MOVE 19 TO WS-SOURCE-LEN
           PERFORM 4300-MAKE-ISO-TIMESTAMP
           MOVE 11 TO WS-COL-SUB
           PERFORM 4800-STORE-VALUE
           MOVE TIMESTAMP-COL IN WS-FORMAT-IMAGE TO WS-SOURCE-VALUE
           MOVE 29 TO WS-SOURCE-LEN
           PERFORM 4300-MAKE-ISO-TIMESTAMP
           MOVE 12 TO WS-COL-SUB
           PERFORM 4800-STORE-VALUE.

      *  DIGITS OF WS-SOURCE-VALUE WITH THE DECIMAL POINT AND THE
      *  LEADING ZEROS DROPPED - THE UNSCALED INTEGER.  ZERO IS
      *  "0"; A FIELD OF SPACES IS AN EMPTY VALUE.
       4200-MAKE-UNSCALED.
           MOVE SPACES TO WS-OUT-VALUE
           MOVE ZERO   TO WS-OUT-LEN
           MOVE "N"    TO WS-ZERO-SEEN-SW
           PERFORM 4210-TAKE-ONE-DIGIT
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > WS-SOURCE-LEN
           IF WS-OUT-LEN = ZERO AND WS-ZERO-SEEN
               MOVE "0" TO WS-OUT-VALUE
               MOVE 1   TO WS-OUT-LEN
           END-IF.

       4210-TAKE-ONE-DIGIT.
           MOVE WS-SOURCE-VALUE(WS-CHAR-SUB:1) TO WS-ONE-CHAR
           EVALUATE TRUE
               WHEN WS-ONE-CHAR = "."
                   CONTINUE
               WHEN WS-OUT-LEN = ZERO AND WS-ONE-CHAR = "0"
                   SET WS-ZERO-SEEN TO TRUE
               WHEN WS-OUT-LEN = ZERO AND WS-ONE-CHAR = SPACE
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-OUT-LEN
                   MOVE WS-ONE-CHAR TO WS-OUT-VALUE(WS-OUT-LEN:1)
           END-EVALUATE.

      *  YYYY-MM-DD-HH.MM.SS[.FRACTION] TO
      *  YYYY-MM-DDTHH:MM:SS[.FRACTION].  A BLANK DATE STAYS EMPTY.
       4300-MAKE-ISO-TIMESTAMP.
           MOVE SPACES TO WS-OUT-VALUE
           IF WS-SOURCE-VALUE(1:WS-SOURCE-LEN) NOT = SPACES
               MOVE SPACES TO WS-ISO-TIMESTAMP
               STRING WS-SOURCE-VALUE(1:10) DELIMITED BY SIZE
                      "T"                   DELIMITED BY SIZE
                      WS-SOURCE-VALUE(12:2) DELIMITED BY SIZE
                      ":"                   DELIMITED BY SIZE
                      WS-SOURCE-VALUE(15:2) DELIMITED BY SIZE
                      ":"                   DELIMITED BY SIZE
                      WS-SOURCE-VALUE(18:2) DELIMITED BY SIZE
                   INTO WS-ISO-TIMESTAMP
               IF WS-SOURCE-LEN > 19
                   MOVE WS-SOURCE-VALUE(20:WS-SOURCE-LEN - 19)
                       TO WS-ISO-TIMESTAMP(20:)
               END-IF
               MOVE WS-ISO-TIMESTAMP TO WS-OUT-VALUE
           END-IF
           PERFORM 4900-SET-OUT-LENGTH.

       4800-STORE-VALUE.
           MOVE WS-OUT-VALUE TO WS-COL-VALUE(WS-SIDE, WS-COL-SUB)
           MOVE WS-OUT-LEN   TO WS-COL-LEN(WS-SIDE, WS-COL-SUB).

      *  LENGTH OF WS-OUT-VALUE WITHOUT ITS TRAILING SPACES.
       4900-SET-OUT-LENGTH.
           MOVE ZERO TO WS-OUT-LEN
           PERFORM 4910-TEST-ONE-POSITION
               VARYING WS-CHAR-SUB FROM 40 BY -1
               UNTIL WS-CHAR-SUB < 1 OR WS-OUT-LEN > ZERO.

       4910-TEST-ONE-POSITION.
           IF WS-OUT-VALUE(WS-CHAR-SUB:1) NOT = SPACE
               MOVE WS-CHAR-SUB TO WS-OUT-LEN
           END-IF.

      *  APPENDS WS-OUT-VALUE(1:WS-OUT-LEN) AT WS-MSG-PTR, WITH
      *  "\" AHEAD OF ANY "|" OR "\" IN THE DATA.
       5000-APPEND-VALUE.
           PERFORM 5010-APPEND-ONE-CHAR
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > WS-OUT-LEN.

       5010-APPEND-ONE-CHAR.
           MOVE WS-OUT-VALUE(WS-CHAR-SUB:1) TO WS-ONE-CHAR
           IF WS-ONE-CHAR = "|" OR WS-ONE-CHAR = "\"
               MOVE "\" TO CHANGE-MESSAGE-LINE(WS-MSG-PTR:1)
               ADD 1 TO WS-MSG-PTR
           END-IF
           MOVE WS-ONE-CHAR TO CHANGE-MESSAGE-LINE(WS-MSG-PTR:1)
           ADD 1 TO WS-MSG-PTR.

       6000-WRITE-TRAILERS.
           MOVE SPACES TO CHGMSG-RPT-LINE
           WRITE CHGMSG-RPT-LINE
           WRITE CHGMSG-RPT-LINE FROM WS-HEADING-3
           PERFORM 6100-WRITE-ONE-TRAILER
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TALLY-COUNT
           MOVE SPACES TO CHANGE-MESSAGE-LINE
           MOVE 1 TO WS-MSG-PTR
           MOVE WS-READ-COUNT TO WS-NUM-EDIT
           STRING "END|" DELIMITED BY SIZE
               INTO CHANGE-MESSAGE-LINE
               WITH POINTER WS-MSG-PTR
           PERFORM 6200-APPEND-NUMBER
           MOVE WS-SENT-COUNT TO WS-NUM-EDIT
           STRING "|" DELIMITED BY SIZE
               INTO CHANGE-MESSAGE-LINE
               WITH POINTER WS-MSG-PTR
           PERFORM 6200-APPEND-NUMBER
           WRITE CHANGE-MESSAGE-LINE.

       6100-WRITE-ONE-TRAILER.
           SET WS-TX TO WS-SUB
           MOVE SPACES TO CHANGE-MESSAGE-LINE
           MOVE 1 TO WS-MSG-PTR
           STRING "TRL|" DELIMITED BY SIZE
               INTO CHANGE-MESSAGE-LINE
               WITH POINTER WS-MSG-PTR
           MOVE WS-TALLY-NAME(WS-TX) TO WS-OUT-VALUE
           PERFORM 4900-SET-OUT-LENGTH
           PERFORM 5000-APPEND-VALUE
           STRING "|I|" DELIMITED BY SIZE
               INTO CHANGE-MESSAGE-LINE
               WITH POINTER WS-MSG-PTR
           MOVE WS-TALLY-INS(WS-TX) TO WS-NUM-EDIT
           PERFORM 6200-APPEND-NUMBER
           STRING "|U|" DELIMITED BY SIZE
               INTO CHANGE-MESSAGE-LINE
               WITH POINTER WS-MSG-PTR
           MOVE WS-TALLY-UPD(WS-TX) TO WS-NUM-EDIT
           PERFORM 6200-APPEND-NUMBER
           STRING "|D|" DELIMITED BY SIZE
               INTO CHANGE-MESSAGE-LINE
               WITH POINTER WS-MSG-PTR
           MOVE WS-TALLY-DEL(WS-TX) TO WS-NUM-EDIT
           PERFORM 6200-APPEND-NUMBER
           STRING "|SENT|" DELIMITED BY SIZE
               INTO CHANGE-MESSAGE-LINE
               WITH POINTER WS-MSG-PTR
           MOVE WS-TALLY-SENT(WS-TX) TO WS-NUM-EDIT
           PERFORM 6200-APPEND-NUMBER
           STRING "|NOCHANGE|" DELIMITED BY SIZE
               INTO CHANGE-MESSAGE-LINE
               WITH POINTER WS-MSG-PTR
           MOVE WS-TALLY-NOCHG(WS-TX) TO WS-NUM-EDIT
           PERFORM 6200-APPEND-NUMBER
           WRITE CHANGE-MESSAGE-LINE
           MOVE WS-TALLY-NAME(WS-TX)  TO TL-TABLE-NAME
           MOVE WS-TALLY-INS(WS-TX)   TO TL-CAP-INS
           MOVE WS-TALLY-UPD(WS-TX)   TO TL-CAP-UPD
           MOVE WS-TALLY-DEL(WS-TX)   TO TL-CAP-DEL
           MOVE WS-TALLY-SENT(WS-TX)  TO TL-SENT
           MOVE WS-TALLY-NOCHG(WS-TX) TO TL-NOCHG
           WRITE CHGMSG-RPT-LINE FROM WS-TALLY-LINE.

      *  APPENDS WS-NUM-EDIT WITHOUT ITS LEADING SPACES.
       6200-APPEND-NUMBER.
           MOVE WS-NUM-EDIT TO WS-SOURCE-VALUE
           MOVE 9 TO WS-SOURCE-LEN
           PERFORM 4200-MAKE-UNSCALED
           PERFORM 5000-APPEND-VALUE.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO CHGMSG-RPT-LINE
           WRITE CHGMSG-RPT-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "CAPTURES READ: " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE CHGMSG-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "UPDATES WITH NO COLUMN CHANGED: " DELIMITED BY SIZE
                  WS-NOCHG-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE CHGMSG-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "UPDATES/DELETES WITH NO PRIOR IMAGE: "
                   DELIMITED BY SIZE
                  WS-NO-PRIOR-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE CHGMSG-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "INSERTS OF A KEY ALREADY PRESENT: "
                   DELIMITED BY SIZE
                  WS-INS-EXISTS-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE CHGMSG-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "UNKNOWN OP-CODES SKIPPED: " DELIMITED BY SIZE
                  WS-UNKNOWN-OP-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE CHGMSG-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "TOTAL MESSAGES SENT: " DELIMITED BY SIZE
                  WS-SENT-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE CHGMSG-RPT-LINE FROM WS-SUMMARY-LINE.

       9000-WRAP-UP.
           CLOSE CAPTURE-FILE
           IF WS-SNAP-OPEN
               CLOSE SNAPSHOT-FILE
           END-IF
           CLOSE CHANGE-MSG-FILE
           CLOSE CHGMSG-RPT-FILE
           IF WS-NO-PRIOR-COUNT > ZERO
              OR WS-INS-EXISTS-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
