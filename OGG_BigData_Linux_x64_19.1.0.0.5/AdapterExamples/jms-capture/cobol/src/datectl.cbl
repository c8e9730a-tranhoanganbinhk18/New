      * ---------------------------------------------------------
      *  PROGRAM-ID  : DATECTL
      *  PURPOSE     : Processing-date control.  Every program in
      *                the suite takes its "today" from the one-
      *                record processing-date control file (BIZDATE,
      *                bizdate.cpy) rather than the system clock, so
      *                a run that slips past midnight, or a rerun of
      *                an earlier day, works to the business date it
      *                is for.  This program is the only one that
      *                writes BIZDATE.  Business days come from the
      *                holiday calendar (HOLCAL, holcal.cpy):
      *                Saturdays, Sundays and listed holidays are
      *                not business days.  DATECTL_FUNCTION selects:
      *                  ROLL (default) - the end-of-day step.  The
      *                    current business date is rolled on to
      *                    the next business day, but only once the
      *                    morning control report (MORNRPT) for that
      *                    same business date shows "OVERALL
      *                    VERDICT: GO".  A HOLD, a missing MORNRPT
      *                    or one for another date refuses the roll
      *                    (RC 8) and BIZDATE is left as it was, so
      *                    the day can be put right and rerun.
      *                  SET - writes BIZDATE for the business date
      *                    in DATECTL_DATE (YYYYMMDD), for the first
      *                    load and for reruns: a past day is rerun
      *                    with BIZDATE pointed at a copy set for
      *                    that day, leaving the live record alone.
      *                Prior / next business dates and the month-end
      *                flag are always worked out afresh from the
      *                calendar, so a holiday added after the last
      *                roll is honoured.  RC 0 OK / 4 done, but the
      *                calendar holds no holidays for the year of
      *                the new date / 8 refused / 16 failed.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DATECTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

           SELECT HOLIDAY-FILE      ASSIGN TO "HOLCAL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HOL-STATUS.

           SELECT MORN-RPT-FILE     ASSIGN TO "MORNRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MORN-STATUS.

           SELECT DATE-RPT-FILE     ASSIGN TO "DATERPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       FD  HOLIDAY-FILE.
           COPY "holcal.cpy".

       FD  MORN-RPT-FILE.
       01  MORN-RPT-LINE               PIC X(133).

       FD  DATE-RPT-FILE.
       01  DATE-RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-HOL-STATUS               PIC XX.
       01  WS-MORN-STATUS              PIC XX.
       01  WS-RPT-STATUS               PIC XX.

       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-FOUND-SW                 PIC X       VALUE "N".
           88  WS-FOUND                VALUE "Y".
       01  WS-BIZ-READ-SW              PIC X       VALUE "N".
           88  WS-BIZ-READ             VALUE "Y".
       01  WS-BUSINESS-DAY-SW          PIC X       VALUE "N".
           88  WS-BUSINESS-DAY         VALUE "Y".
       01  WS-DATE-OK-SW               PIC X       VALUE "N".
           88  WS-DATE-OK              VALUE "Y".
       01  WS-VERDICT-GO-SW            PIC X       VALUE "N".
           88  WS-VERDICT-GO           VALUE "Y".
       01  WS-VERDICT-SEEN-SW          PIC X       VALUE "N".
           88  WS-VERDICT-SEEN         VALUE "Y".
       01  WS-YEAR-LISTED-SW           PIC X       VALUE "N".
           88  WS-YEAR-LISTED          VALUE "Y".

       01  WS-FUNCTION                 PIC X(8)    VALUE SPACES.
           88  WS-FN-ROLL              VALUE "ROLL".
           88  WS-FN-SET               VALUE "SET".
       01  WS-SET-DATE-RAW             PIC X(8)    VALUE SPACES.

       01  WS-CLOCK-DATE               PIC 9(8).
       01  WS-CLOCK-TIME-RAW           PIC 9(8).

      *  THE BUSINESS DATE THE RUN IS FOR: THE DATE BEING CLOSED ON
      *  A ROLL, THE DATE BEING SET ON A SET.
       01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
       01  WS-MORN-DATE                PIC 9(8)    VALUE ZERO.

       01  WS-OLD-CONTROL.
           05  WS-OLD-CURRENT          PIC 9(8)    VALUE ZERO.
           05  WS-OLD-PRIOR            PIC 9(8)    VALUE ZERO.
           05  WS-OLD-NEXT             PIC 9(8)    VALUE ZERO.
           05  WS-OLD-MONTH-END        PIC X       VALUE SPACE.
       01  WS-NEW-CONTROL.
           05  WS-NEW-CURRENT          PIC 9(8)    VALUE ZERO.
           05  WS-NEW-PRIOR            PIC 9(8)    VALUE ZERO.
           05  WS-NEW-NEXT             PIC 9(8)    VALUE ZERO.
           05  WS-NEW-MONTH-END        PIC X       VALUE "N".

      *  CALENDAR ARITHMETIC WORK.
       01  WS-CAL-DATE                 PIC 9(8)    VALUE ZERO.
       01  WS-CAL-DATE-R REDEFINES WS-CAL-DATE.
           05  WS-CAL-YYYY             PIC 9(4).
           05  WS-CAL-MM               PIC 9(2).
           05  WS-CAL-DD               PIC 9(2).
       01  WS-CAL-DAYNUM               PIC 9(7)    VALUE ZERO.
       01  WS-CAL-WEEKDAY              PIC 9       VALUE ZERO.
       01  WS-CAL-STEP                 PIC S9      VALUE +1.
       01  WS-CAL-TRIES                PIC 9(3)    VALUE ZERO.
       01  WS-CAL-MAX-TRIES            PIC 9(3)    VALUE 31.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-MAX          PIC 9(4)    VALUE 1000.
           05  WS-HOLIDAY-COUNT        PIC 9(4)    VALUE ZERO.
           05  WS-HOLIDAY-ENTRY OCCURS 1000 TIMES
                                       INDEXED BY WS-HX.
               10  WS-HOL-DATE         PIC 9(8).
               10  WS-HOL-DESC         PIC X(30).
       01  WS-HOL-BAD-COUNT            PIC 9(5)    VALUE ZERO.

       01  WS-RESULT                   PIC X(8)    VALUE "OK".
           88  WS-RESULT-OK            VALUE "OK".
           88  WS-RESULT-REFUSED       VALUE "REFUSED".
           88  WS-RESULT-FAILED        VALUE "FAILED".
       01  WS-REASON                   PIC X(60)   VALUE SPACES.

       01  WS-HEADING-1                PIC X(60) VALUE
           "PROCESSING-DATE CONTROL".
       01  WS-HEADING-2.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(13) VALUE
               "   FUNCTION: ".
           05  HD-FUNCTION             PIC X(8).

       01  WS-DATE-LINE.
           05  DT-LABEL                PIC X(30).
           05  DT-OLD-VALUE            PIC X(10).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DT-NEW-VALUE            PIC X(10).
       01  WS-DATE-HEADING.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "BEFORE".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "AFTER".
       01  WS-HOLIDAY-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  HL-DATE                 PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HL-DESC                 PIC X(30).

       01  WS-SUMMARY-LINE             PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RESULT-OK
               EVALUATE TRUE
                   WHEN WS-FN-ROLL
                       PERFORM 2000-CHECK-MORNING-VERDICT
                       IF WS-RESULT-OK
                           PERFORM 3000-ROLL-DATE
                       END-IF
                   WHEN WS-FN-SET
                       PERFORM 4000-SET-DATE
               END-EVALUATE
           END-IF
           IF WS-RESULT-OK
               PERFORM 5000-WRITE-CONTROL
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-WRAP-UP
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME-RAW FROM TIME
           ACCEPT WS-FUNCTION FROM ENVIRONMENT "DATECTL_FUNCTION"
               ON EXCEPTION
                   MOVE SPACES TO WS-FUNCTION
           END-ACCEPT
           IF WS-FUNCTION = SPACES
               MOVE "ROLL" TO WS-FUNCTION
           END-IF
           ACCEPT WS-SET-DATE-RAW FROM ENVIRONMENT "DATECTL_DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-SET-DATE-RAW
           END-ACCEPT
           OPEN OUTPUT DATE-RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "DATECTL: UNABLE TO OPEN DATERPT, FILE "
                       "STATUS = " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      *  BIZDATE MAY BE ABSENT ONLY FOR A SET (THE FIRST LOAD).
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS = "00"
               READ BIZ-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       SET WS-BIZ-READ TO TRUE
                       MOVE BD-CURRENT-DATE   TO WS-OLD-CURRENT
                       MOVE BD-PRIOR-DATE     TO WS-OLD-PRIOR
                       MOVE BD-NEXT-DATE      TO WS-OLD-NEXT
                       MOVE BD-MONTH-END-FLAG TO WS-OLD-MONTH-END
               END-READ
               CLOSE BIZ-DATE-FILE
           END-IF
           IF WS-FN-SET
               IF WS-SET-DATE-RAW NUMERIC
                   MOVE WS-SET-DATE-RAW TO WS-RUN-DATE
               END-IF
           ELSE
               MOVE WS-OLD-CURRENT TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE TO HD-BUSINESS-DATE
           MOVE WS-FUNCTION TO HD-FUNCTION
           WRITE DATE-RPT-LINE FROM WS-HEADING-1
           WRITE DATE-RPT-LINE FROM WS-HEADING-2
           MOVE SPACES TO DATE-RPT-LINE
           WRITE DATE-RPT-LINE
           EVALUATE TRUE
               WHEN NOT WS-FN-ROLL AND NOT WS-FN-SET
                   MOVE "REFUSED" TO WS-RESULT
                   MOVE "DATECTL_FUNCTION NOT ROLL/SET" TO WS-REASON
               WHEN WS-FN-ROLL AND NOT WS-BIZ-READ
                   MOVE "FAILED" TO WS-RESULT
                   MOVE "BIZDATE MISSING OR EMPTY - NOTHING TO ROLL"
                       TO WS-REASON
               WHEN WS-FN-SET AND WS-RUN-DATE = ZERO
                   MOVE "REFUSED" TO WS-RESULT
                   MOVE "DATECTL_DATE NOT GIVEN AS YYYYMMDD"
                       TO WS-REASON
               WHEN OTHER
                   PERFORM 1100-LOAD-HOLIDAYS
           END-EVALUATE.

       1100-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-STATUS NOT = "00"
               MOVE "FAILED" TO WS-RESULT
               MOVE "HOLCAL MISSING - NO CALENDAR TO WORK FROM"
                   TO WS-REASON
           ELSE
               MOVE "N" TO WS-EOF-SW
               READ HOLIDAY-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 1200-LOAD-ONE-HOLIDAY
                   UNTIL WS-EOF
               CLOSE HOLIDAY-FILE
           END-IF.

      *  A CALENDAR LINE THAT IS NOT A DATE IS COUNTED AND SKIPPED
      *  RATHER THAN STOPPING THE ROLL.
       1200-LOAD-ONE-HOLIDAY.
           MOVE ZERO TO WS-CAL-DATE
           IF HC-HOLIDAY-DATE NUMERIC
               MOVE HC-HOLIDAY-DATE TO WS-CAL-DATE
           END-IF
           PERFORM 7300-VALIDATE-DATE
           IF WS-DATE-OK
               IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX
                   DISPLAY "DATECTL: WS-HOLIDAY-ENTRY TABLE FULL AT "
                           WS-HOLIDAY-MAX " ENTRIES - INCREASE OCCURS"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-HOLIDAY-COUNT
               SET WS-HX TO WS-HOLIDAY-COUNT
               MOVE HC-HOLIDAY-DATE TO WS-HOL-DATE(WS-HX)
               MOVE HC-DESCRIPTION  TO WS-HOL-DESC(WS-HX)
           ELSE
               ADD 1 TO WS-HOL-BAD-COUNT
           END-IF
           READ HOLIDAY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      *  THE ROLL CLOSES THE CURRENT BUSINESS DATE, SO IT NEEDS THE
      *  MORNING CONTROL REPORT FOR THAT DATE AND ITS OVERALL GO.
       2000-CHECK-MORNING-VERDICT.
           OPEN INPUT MORN-RPT-FILE
           IF WS-MORN-STATUS NOT = "00"
               MOVE "REFUSED" TO WS-RESULT
               MOVE "MORNRPT MISSING - MORNCTL HAS NOT RUN"
                   TO WS-REASON
           ELSE
               MOVE "N" TO WS-EOF-SW
               READ MORN-RPT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 2100-SCAN-ONE-MORN-LINE
                   UNTIL WS-EOF
               CLOSE MORN-RPT-FILE
               EVALUATE TRUE
                   WHEN WS-MORN-DATE NOT = WS-OLD-CURRENT
                       MOVE "REFUSED" TO WS-RESULT
                       MOVE "MORNRPT NOT FOR THE CURRENT BUSINESS DATE"
                           TO WS-REASON
                   WHEN NOT WS-VERDICT-SEEN
                       MOVE "REFUSED" TO WS-RESULT
                       MOVE "MORNRPT HAS NO OVERALL VERDICT"
                           TO WS-REASON
                   WHEN NOT WS-VERDICT-GO
                       MOVE "REFUSED" TO WS-RESULT
                       MOVE "MORNCTL OVERALL VERDICT IS HOLD"
                           TO WS-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "MORNRPT BUSINESS DATE: " DELIMITED BY SIZE
                  WS-MORN-DATE DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE DATE-RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-VERDICT-GO
               MOVE "MORNCTL OVERALL VERDICT: GO" TO WS-SUMMARY-LINE
           ELSE
               MOVE "MORNCTL OVERALL VERDICT: *** NOT GO ***"
                   TO WS-SUMMARY-LINE
           END-IF
           WRITE DATE-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO DATE-RPT-LINE
           WRITE DATE-RPT-LINE.

       2100-SCAN-ONE-MORN-LINE.
           IF MORN-RPT-LINE(1:15) = "BUSINESS DATE: "
              AND MORN-RPT-LINE(16:8) NUMERIC
               MOVE MORN-RPT-LINE(16:8) TO WS-MORN-DATE
           END-IF
           IF MORN-RPT-LINE(1:17) = "OVERALL VERDICT: "
               SET WS-VERDICT-SEEN TO TRUE
               IF MORN-RPT-LINE(18:116) = "GO"
                   SET WS-VERDICT-GO TO TRUE
               ELSE
                   MOVE "N" TO WS-VERDICT-GO-SW
               END-IF
           END-IF
           READ MORN-RPT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      *  THE NEW DATE IS THE FIRST BUSINESS DAY AFTER THE ONE JUST
      *  CLOSED BY TODAY'S CALENDAR; THE NEXT DATE HELD ON BIZDATE
      *  IS ONLY COMPARED, IN CASE A HOLIDAY HAS BEEN ADDED SINCE.
       3000-ROLL-DATE.
           MOVE WS-OLD-CURRENT TO WS-CAL-DATE
           PERFORM 7300-VALIDATE-DATE
           IF NOT WS-DATE-OK
               MOVE "FAILED" TO WS-RESULT
               MOVE "BIZDATE CURRENT DATE IS NOT A VALID DATE"
                   TO WS-REASON
           ELSE
               MOVE +1 TO WS-CAL-STEP
               PERFORM 7100-STEP-TO-BUSINESS-DAY
               MOVE WS-CAL-DATE TO WS-NEW-CURRENT
               PERFORM 6000-FILL-NEW-CONTROL
               IF WS-RESULT-OK AND WS-OLD-NEXT NOT = WS-NEW-CURRENT
                   MOVE SPACES TO WS-SUMMARY-LINE
                   STRING "NOTE: BIZDATE NEXT DATE WAS "
                              DELIMITED BY SIZE
                          WS-OLD-NEXT DELIMITED BY SIZE
                          " - CALENDAR HAS CHANGED SINCE"
                              DELIMITED BY SIZE
                       INTO WS-SUMMARY-LINE
                   WRITE DATE-RPT-LINE FROM WS-SUMMARY-LINE
               END-IF
           END-IF.

       4000-SET-DATE.
           MOVE WS-RUN-DATE TO WS-CAL-DATE
           PERFORM 7300-VALIDATE-DATE
           IF NOT WS-DATE-OK
               MOVE "REFUSED" TO WS-RESULT
               MOVE "DATECTL_DATE IS NOT A VALID DATE" TO WS-REASON
           ELSE
               PERFORM 7000-TEST-BUSINESS-DAY
               IF NOT WS-BUSINESS-DAY
                   MOVE "REFUSED" TO WS-RESULT
                   MOVE "DATECTL_DATE IS NOT A BUSINESS DAY"
                       TO WS-REASON
               ELSE
                   MOVE WS-RUN-DATE TO WS-NEW-CURRENT
                   PERFORM 6000-FILL-NEW-CONTROL
               END-IF
           END-IF.

       5000-WRITE-CONTROL.
           OPEN OUTPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               MOVE "FAILED" TO WS-RESULT
               MOVE "UNABLE TO OPEN BIZDATE FOR OUTPUT" TO WS-REASON
           ELSE
               MOVE WS-NEW-CURRENT    TO BD-CURRENT-DATE
               MOVE WS-NEW-PRIOR      TO BD-PRIOR-DATE
               MOVE WS-NEW-NEXT       TO BD-NEXT-DATE
               MOVE WS-NEW-MONTH-END  TO BD-MONTH-END-FLAG
               MOVE WS-FUNCTION       TO BD-LAST-ACTION
               MOVE WS-CLOCK-DATE     TO BD-CHANGED-DATE
               MOVE WS-CLOCK-TIME-RAW(1:6) TO BD-CHANGED-TIME
               WRITE BUSINESS-DATE-RECORD
               CLOSE BIZ-DATE-FILE
           END-IF.

      *  PRIOR AND NEXT BUSINESS DAYS EITHER SIDE OF WS-NEW-CURRENT;
      *  MONTH END WHEN THE NEXT BUSINESS DAY FALLS IN A NEW MONTH.
       6000-FILL-NEW-CONTROL.
           MOVE WS-NEW-CURRENT TO WS-CAL-DATE
           MOVE -1 TO WS-CAL-STEP
           PERFORM 7100-STEP-TO-BUSINESS-DAY
           MOVE WS-CAL-DATE TO WS-NEW-PRIOR
           MOVE WS-NEW-CURRENT TO WS-CAL-DATE
           MOVE +1 TO WS-CAL-STEP
           PERFORM 7100-STEP-TO-BUSINESS-DAY
           MOVE WS-CAL-DATE TO WS-NEW-NEXT
           IF WS-NEW-NEXT(1:6) NOT = WS-NEW-CURRENT(1:6)
               MOVE "Y" TO WS-NEW-MONTH-END
           ELSE
               MOVE "N" TO WS-NEW-MONTH-END
           END-IF
           MOVE "N" TO WS-YEAR-LISTED-SW
           PERFORM 6100-CHECK-YEAR-LISTED
               VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-HOLIDAY-COUNT OR WS-YEAR-LISTED.

       6100-CHECK-YEAR-LISTED.
           IF WS-HOL-DATE(WS-HX)(1:4) = WS-NEW-CURRENT(1:4)
               SET WS-YEAR-LISTED TO TRUE
           END-IF.

      *  WS-CAL-DATE: SATURDAY, SUNDAY OR A LISTED HOLIDAY IS NOT A
      *  BUSINESS DAY.  DAY 1 OF INTEGER-OF-DATE (1 JANUARY 1601)
      *  WAS A MONDAY, SO WEEKDAY 0-4 IS MONDAY-FRIDAY.
       7000-TEST-BUSINESS-DAY.
           COMPUTE WS-CAL-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
           COMPUTE WS-CAL-WEEKDAY =
               FUNCTION MOD(WS-CAL-DAYNUM - 1, 7)
           IF WS-CAL-WEEKDAY > 4
               MOVE "N" TO WS-BUSINESS-DAY-SW
           ELSE
               MOVE "N" TO WS-FOUND-SW
               PERFORM 7010-SCAN-HOLIDAY
                   VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HOLIDAY-COUNT OR WS-FOUND
               IF WS-FOUND
                   MOVE "N" TO WS-BUSINESS-DAY-SW
               ELSE
                   SET WS-BUSINESS-DAY TO TRUE
               END-IF
           END-IF.

       7010-SCAN-HOLIDAY.
           IF WS-HOL-DATE(WS-HX) = WS-CAL-DATE
               SET WS-FOUND TO TRUE
           END-IF.

      *  FROM WS-CAL-DATE, STEP WS-CAL-STEP DAYS AT A TIME TO THE
      *  FIRST BUSINESS DAY.  A MONTH WITHOUT ONE MEANS THE
      *  CALENDAR IS WRONG.
       7100-STEP-TO-BUSINESS-DAY.
           MOVE ZERO TO WS-CAL-TRIES
           MOVE "N" TO WS-BUSINESS-DAY-SW
           PERFORM 7110-STEP-ONE-DAY
               UNTIL WS-BUSINESS-DAY
                  OR WS-CAL-TRIES >= WS-CAL-MAX-TRIES
           IF NOT WS-BUSINESS-DAY
               MOVE "FAILED" TO WS-RESULT
               MOVE "NO BUSINESS DAY WITHIN 31 DAYS - CHECK HOLCAL"
                   TO WS-REASON
           END-IF.

       7110-STEP-ONE-DAY.
           ADD 1 TO WS-CAL-TRIES
           COMPUTE WS-CAL-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) + WS-CAL-STEP
           COMPUTE WS-CAL-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-DAYNUM)
           PERFORM 7000-TEST-BUSINESS-DAY.

       7300-VALIDATE-DATE.
           MOVE "Y" TO WS-DATE-OK-SW
           IF WS-CAL-YYYY < 1601
              OR WS-CAL-MM < 1 OR WS-CAL-MM > 12
              OR WS-CAL-DD < 1 OR WS-CAL-DD > 31
               MOVE "N" TO WS-DATE-OK-SW
           END-IF
           IF WS-DATE-OK
               COMPUTE WS-CAL-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
               IF WS-CAL-DAYNUM = ZERO
                   MOVE "N" TO WS-DATE-OK-SW
               END-IF
           END-IF.

      *  A REFUSED OR FAILED RUN LEAVES BIZDATE AS IT WAS, SO THE
      *  AFTER COLUMN REPEATS THE BEFORE COLUMN.
       8000-WRITE-SUMMARY.
           IF NOT WS-RESULT-OK
               MOVE WS-OLD-CONTROL TO WS-NEW-CONTROL
           END-IF
           WRITE DATE-RPT-LINE FROM WS-DATE-HEADING
           MOVE "CURRENT BUSINESS DATE" TO DT-LABEL
           MOVE WS-OLD-CURRENT TO DT-OLD-VALUE
           MOVE WS-NEW-CURRENT TO DT-NEW-VALUE
           WRITE DATE-RPT-LINE FROM WS-DATE-LINE
           MOVE "PRIOR BUSINESS DATE" TO DT-LABEL
           MOVE WS-OLD-PRIOR TO DT-OLD-VALUE
           MOVE WS-NEW-PRIOR TO DT-NEW-VALUE
           WRITE DATE-RPT-LINE FROM WS-DATE-LINE
           MOVE "NEXT BUSINESS DATE" TO DT-LABEL
           MOVE WS-OLD-NEXT TO DT-OLD-VALUE
           MOVE WS-NEW-NEXT TO DT-NEW-VALUE
           WRITE DATE-RPT-LINE FROM WS-DATE-LINE
           MOVE "MONTH-END FLAG" TO DT-LABEL
           MOVE WS-OLD-MONTH-END TO DT-OLD-VALUE
           MOVE WS-NEW-MONTH-END TO DT-NEW-VALUE
           WRITE DATE-RPT-LINE FROM WS-DATE-LINE
           MOVE SPACES TO DATE-RPT-LINE
           WRITE DATE-RPT-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "HOLIDAYS LOADED: " DELIMITED BY SIZE
                  WS-HOLIDAY-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE DATE-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "HOLCAL LINES SKIPPED (NOT A DATE): "
                      DELIMITED BY SIZE
                  WS-HOL-BAD-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE DATE-RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-RESULT-OK AND NOT WS-YEAR-LISTED
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "*** HOLCAL HAS NO HOLIDAYS FOR "
                          DELIMITED BY SIZE
                      WS-NEW-CURRENT(1:4) DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                   INTO WS-SUMMARY-LINE
               WRITE DATE-RPT-LINE FROM WS-SUMMARY-LINE
           END-IF
           MOVE SPACES TO DATE-RPT-LINE
           WRITE DATE-RPT-LINE
           IF WS-RESULT-OK
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "BUSINESS DATE NOW: " DELIMITED BY SIZE
                      WS-NEW-CURRENT DELIMITED BY SIZE
                   INTO WS-SUMMARY-LINE
           ELSE
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "*** " DELIMITED BY SIZE
                      WS-RESULT DELIMITED BY SPACE
                      " *** " DELIMITED BY SIZE
                      WS-REASON DELIMITED BY SIZE
                   INTO WS-SUMMARY-LINE
           END-IF
           WRITE DATE-RPT-LINE FROM WS-SUMMARY-LINE.

       9000-WRAP-UP.
           CLOSE DATE-RPT-FILE
           EVALUATE TRUE
               WHEN WS-RESULT-FAILED
                   DISPLAY "DATECTL: " WS-REASON
                   MOVE 16 TO RETURN-CODE
               WHEN WS-RESULT-REFUSED
                   DISPLAY "DATECTL: " WS-REASON
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-YEAR-LISTED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
