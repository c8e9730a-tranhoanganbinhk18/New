      * ---------------------------------------------------------
      *  PROGRAM-ID  : IDXUTIL
      *  PURPOSE     : Unload/reload, reorganize and verify
      *                utility for the suite's long-lived keyed
      *                files - CARDMSTR, SNAPFILE, CHGHIST,
      *                SUSPFILE, REISCTL, CORRFILE, STATHIST,
      *                DORMANT's DORMACT and ISSBILL's BILLHIST.
      *                IDXUTIL_FILE names the file (its ddname);
      *                IDXUTIL_FUNCTION names the work:
      *                  UNLOAD - copy the live file in key order
      *                           to a sequential backup (IDXBKUP,
      *                           idxbkup.cpy) with a header (file
      *                           id, run date and time, record
      *                           count, key range) and a hash-total
      *                           trailer.  The live file is read
      *                           twice and the two passes must
      *                           agree, so a file being updated
      *                           underneath is caught.
      *                  RELOAD - check the whole backup (count and
      *                           hash against header and trailer)
      *                           before the live file is touched,
      *                           then replace the live file from it
      *                           and re-read it to prove the load.
      *                           A backup of another file, or one
      *                           older than the newest backup this
      *                           log has seen for the file, is
      *                           refused unless IDXUTIL_FORCE is
      *                           "Y"; a record-length mismatch is
      *                           refused even when forced.
      *                  REORG  - UNLOAD, then RELOAD from that same
      *                           backup, rebuilding the index after
      *                           heavy delete activity; the backup
      *                           is kept.
      *                  VERIFY - read the live file end to end,
      *                           checking key sequence, and, when
      *                           a backup is supplied, check it and
      *                           say whether the live file still
      *                           matches it.
      *                Every run, refused and failed runs included,
      *                is appended to the utility log (IDXLOG,
      *                idxlog.cpy) with the operator id taken from
      *                LOGNAME / USER the way CORRGATE and SNAPINQ
      *                take it, so audit can see who restored what.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IDXUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER-FILE  ASSIGN TO "CARDMSTR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CARDM-KEY
                  ALTERNATE RECORD KEY IS CARDM-ACCOUNT-NUMBER
                      WITH DUPLICATES
                  FILE STATUS IS WS-LIVE-STATUS.

           SELECT SNAPSHOT-FILE     ASSIGN TO "SNAPFILE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SNAP-KEY
                  FILE STATUS IS WS-LIVE-STATUS.

           SELECT CHG-HIST-FILE     ASSIGN TO "CHGHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHG-KEY
                  FILE STATUS IS WS-LIVE-STATUS.

           SELECT SUSPENSE-FILE     ASSIGN TO "SUSPFILE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUSP-KEY
                  FILE STATUS IS WS-LIVE-STATUS.

           SELECT REIS-CTL-FILE     ASSIGN TO "REISCTL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REIS-KEY
                  FILE STATUS IS WS-LIVE-STATUS.

           SELECT CORRECTION-FILE   ASSIGN TO "CORRFILE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CORR-ID
                  FILE STATUS IS WS-LIVE-STATUS.

           SELECT STAT-HIST-FILE    ASSIGN TO "STATHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RS-KEY
                  FILE STATUS IS WS-LIVE-STATUS.

           SELECT DORM-ACT-FILE     ASSIGN TO "DORMACT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DA-KEY
                  FILE STATUS IS WS-LIVE-STATUS.

           SELECT BILL-HIST-FILE    ASSIGN TO "BILLHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BH-KEY
                  FILE STATUS IS WS-LIVE-STATUS.

           SELECT BACKUP-FILE       ASSIGN TO "IDXBKUP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BKUP-STATUS.

           SELECT OPTIONAL UTIL-LOG-FILE
                  ASSIGN TO "IDXLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-STATUS.

           SELECT UTIL-RPT-FILE     ASSIGN TO "IDXRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER-FILE.
           COPY "cardmst.cpy".

       FD  SNAPSHOT-FILE.
           COPY "snaprec.cpy".

       FD  CHG-HIST-FILE.
           COPY "chghist.cpy".

       FD  SUSPENSE-FILE.
           COPY "susprec.cpy".

       FD  REIS-CTL-FILE.
           COPY "reisctl.cpy".

       FD  CORRECTION-FILE.
           COPY "correc.cpy".

       FD  STAT-HIST-FILE.
           COPY "stathist.cpy".

       FD  DORM-ACT-FILE.
           COPY "dormact.cpy".

       FD  BILL-HIST-FILE.
           COPY "billhist.cpy".

       FD  BACKUP-FILE.
           COPY "idxbkup.cpy".

       FD  UTIL-LOG-FILE.
       01  UTIL-LOG-LINE.
           COPY "idxlog.cpy" REPLACING ==01== BY ==03==.

       FD  UTIL-RPT-FILE.
       01  UTIL-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-LIVE-STATUS              PIC XX.
           88  WS-LIVE-OK              VALUE "00" "02".
           88  WS-LIVE-EOF             VALUE "10".
       01  WS-BKUP-STATUS              PIC XX.
       01  WS-LOG-STATUS               PIC XX.
       01  WS-RPT-STATUS               PIC XX.

       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  WS-EOF                  VALUE "Y".

       01  WS-FUNCTION                 PIC X(8)    VALUE SPACES.
           88  WS-FN-UNLOAD            VALUE "UNLOAD".
           88  WS-FN-RELOAD            VALUE "RELOAD".
           88  WS-FN-REORG             VALUE "REORG".
           88  WS-FN-VERIFY            VALUE "VERIFY".
       01  WS-FILE-ID                  PIC X(8)    VALUE SPACES.
       01  WS-FORCE-SW                 PIC X       VALUE "N".
           88  WS-FORCED               VALUE "Y".
       01  WS-OPERATOR-ID              PIC X(8)    VALUE SPACES.

      *  HOW THE RUN ENDED: "OK", "REFUSED", "FAILED" OR, FOR A
      *  VERIFY, "DIFFERS".  A STEP ONLY RUNS WHILE IT IS "OK".
       01  WS-RESULT                   PIC X(8)    VALUE "OK".
           88  WS-RESULT-OK            VALUE "OK".
       01  WS-REASON                   PIC X(50)   VALUE SPACES.

       01  WS-TODAY                    PIC 9(8).
       01  WS-NOW-RAW                  PIC 9(8).
       01  WS-NOW                      PIC 9(6).

       01  WS-FILE-ID-DEFS.
           05  FILLER                  PIC X(8) VALUE "CARDMSTR".
           05  FILLER                  PIC X(8) VALUE "SNAPFILE".
           05  FILLER                  PIC X(8) VALUE "CHGHIST ".
           05  FILLER                  PIC X(8) VALUE "SUSPFILE".
           05  FILLER                  PIC X(8) VALUE "REISCTL ".
           05  FILLER                  PIC X(8) VALUE "CORRFILE".
           05  FILLER                  PIC X(8) VALUE "STATHIST".
           05  FILLER                  PIC X(8) VALUE "DORMACT ".
           05  FILLER                  PIC X(8) VALUE "BILLHIST".
       01  WS-FILE-ID-TABLE REDEFINES WS-FILE-ID-DEFS.
           05  WS-FT-FILE-ID OCCURS 9 TIMES PIC X(8).
      *  RECORD AND KEY LENGTHS, SET FROM THE RECORD LAYOUTS.
      *  EVERY ONE OF THESE FILES CARRIES ITS PRIME KEY AT THE
      *  FRONT OF THE RECORD.
       01  WS-FILE-LENGTHS.
           05  WS-FT-LENGTH-ENTRY OCCURS 9 TIMES.
               10  WS-FT-RECORD-LENGTH  PIC 9(5).
               10  WS-FT-KEY-LENGTH     PIC 9(3).
       01  WS-FILE-SUB                 PIC 9(2)    VALUE ZERO.
       01  WS-FILE-CODE                PIC 9(2)    VALUE ZERO.
       01  WS-RECORD-LENGTH            PIC 9(5)    VALUE ZERO.
       01  WS-KEY-LENGTH               PIC 9(3)    VALUE ZERO.

       01  WS-LIVE-RECORD              PIC X(500).
       01  WS-LIVE-KEY                 PIC X(65).
       01  WS-PRIOR-KEY                PIC X(65).

      *  FIGURES FROM A READ OF THE LIVE FILE.
       01  WS-SCAN-FIGURES.
           05  WS-SCAN-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-SCAN-HASH            PIC 9(18)   VALUE ZERO.
           05  WS-SCAN-LOW-KEY         PIC X(65)   VALUE SPACES.
           05  WS-SCAN-HIGH-KEY        PIC X(65)   VALUE SPACES.
           05  WS-SCAN-SEQ-ERRORS      PIC 9(9)    VALUE ZERO.

      *  FIGURES FROM A READ OF THE BACKUP.
       01  WS-BKUP-FIGURES.
           05  WS-BK-FILE-ID           PIC X(8)    VALUE SPACES.
           05  WS-BK-STAMP.
               10  WS-BK-DATE          PIC 9(8)    VALUE ZERO.
               10  WS-BK-TIME          PIC 9(6)    VALUE ZERO.
           05  WS-BK-STAMP-N REDEFINES WS-BK-STAMP PIC 9(14).
           05  WS-BK-RECORD-LENGTH     PIC 9(5)    VALUE ZERO.
           05  WS-BK-HDR-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-BK-LOW-KEY           PIC X(65)   VALUE SPACES.
           05  WS-BK-HIGH-KEY          PIC X(65)   VALUE SPACES.
           05  WS-BK-OPERATOR-ID       PIC X(8)    VALUE SPACES.
           05  WS-BK-TRL-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-BK-TRL-HASH          PIC 9(18)   VALUE ZERO.
           05  WS-BK-DATA-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-BK-DATA-HASH         PIC 9(18)   VALUE ZERO.
       01  WS-BKUP-CHECKED-SW          PIC X       VALUE "N".
           88  WS-BKUP-CHECKED         VALUE "Y".

      *  COPY FIGURES FROM THE SECOND PASS OF AN UNLOAD OR FROM
      *  A LOAD.
       01  WS-COPY-COUNT               PIC 9(9)    VALUE ZERO.
       01  WS-COPY-HASH                PIC 9(18)   VALUE ZERO.
       01  WS-LOAD-REJECTS             PIC 9(9)    VALUE ZERO.

      *  NEWEST BACKUP THE LOG HAS SEEN FOR THIS FILE.
       01  WS-LATEST-STAMP             PIC 9(14)   VALUE ZERO.
       01  WS-LOG-STAMP.
           05  WS-LOG-DATE             PIC 9(8).
           05  WS-LOG-TIME             PIC 9(6).
       01  WS-LOG-STAMP-N REDEFINES WS-LOG-STAMP PIC 9(14).

       01  WS-HASH-WORK.
           05  WS-RECORD-HASH          PIC 9(8).
           05  WS-HASH-SUB             PIC 9(5).
           05  WS-HASH-CHAR-VALUE      PIC 9(3).

       01  WS-HEADING-1                PIC X(60) VALUE
           "KEYED FILE UNLOAD / RELOAD / REORGANIZE / VERIFY".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER      PIC X(10) VALUE "RUN DATE: ".
           05  HD-RUN-DATE             PIC 9(8).
           05  FILLER      PIC X(8)  VALUE "  TIME: ".
           05  HD-RUN-TIME             PIC 9(6).
           05  FILLER      PIC X(12) VALUE "  OPERATOR: ".
           05  HD-OPERATOR-ID          PIC X(8).
       01  WS-HEADING-3.
           05  FILLER      PIC X(10) VALUE "FUNCTION: ".
           05  HD-FUNCTION             PIC X(8).
           05  FILLER      PIC X(8)  VALUE "  FILE: ".
           05  HD-FILE-ID              PIC X(8).
           05  FILLER      PIC X(9)  VALUE "  FORCE: ".
           05  HD-FORCE                PIC X.

       01  WS-FIGURE-LINE.
           05  FG-SOURCE               PIC X(12).
           05  FILLER      PIC X(8)  VALUE " COUNT: ".
           05  FG-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER      PIC X(7)  VALUE " HASH: ".
           05  FG-HASH                 PIC 9(18).
           05  FILLER      PIC X(2)  VALUE SPACES.
           05  FG-NOTE                 PIC X(40).
       01  WS-KEY-LINE.
           05  KL-LABEL                PIC X(12).
           05  FILLER      PIC X(2)  VALUE SPACES.
           05  KL-KEY                  PIC X(65).

       01  WS-SUMMARY-LINE             PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RESULT-OK
               EVALUATE TRUE
                   WHEN WS-FN-UNLOAD
                       PERFORM 2000-UNLOAD
                   WHEN WS-FN-RELOAD
                       PERFORM 3000-RELOAD
                   WHEN WS-FN-REORG
                       PERFORM 2000-UNLOAD
                       IF WS-RESULT-OK
                           PERFORM 3000-RELOAD
                       END-IF
                   WHEN WS-FN-VERIFY
                       PERFORM 4000-VERIFY
               END-EVALUATE
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 8500-WRITE-LOG
           PERFORM 9000-WRAP-UP
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-RAW FROM TIME
           MOVE WS-NOW-RAW(1:6) TO WS-NOW
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERATOR-ID
           END-ACCEPT
           IF WS-OPERATOR-ID = SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
                   ON EXCEPTION
                       MOVE SPACES TO WS-OPERATOR-ID
               END-ACCEPT
           END-IF
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF
           ACCEPT WS-FUNCTION FROM ENVIRONMENT "IDXUTIL_FUNCTION"
               ON EXCEPTION
                   MOVE SPACES TO WS-FUNCTION
           END-ACCEPT
           ACCEPT WS-FILE-ID FROM ENVIRONMENT "IDXUTIL_FILE"
               ON EXCEPTION
                   MOVE SPACES TO WS-FILE-ID
           END-ACCEPT
           ACCEPT WS-FORCE-SW FROM ENVIRONMENT "IDXUTIL_FORCE"
               ON EXCEPTION
                   MOVE "N" TO WS-FORCE-SW
           END-ACCEPT
           IF NOT WS-FORCED
               MOVE "N" TO WS-FORCE-SW
           END-IF
           OPEN OUTPUT UTIL-RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "IDXUTIL: UNABLE TO OPEN IDXRPT, FILE "
                       "STATUS = " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TODAY       TO HD-RUN-DATE
           MOVE WS-NOW         TO HD-RUN-TIME
           MOVE WS-OPERATOR-ID TO HD-OPERATOR-ID
           MOVE WS-FUNCTION    TO HD-FUNCTION
           MOVE WS-FILE-ID     TO HD-FILE-ID
           MOVE WS-FORCE-SW    TO HD-FORCE
           WRITE UTIL-RPT-LINE FROM WS-HEADING-1
           WRITE UTIL-RPT-LINE FROM WS-BIZ-DATE-HEADING
           WRITE UTIL-RPT-LINE FROM WS-HEADING-2
           WRITE UTIL-RPT-LINE FROM WS-HEADING-3
           MOVE SPACES TO UTIL-RPT-LINE
           WRITE UTIL-RPT-LINE
           PERFORM 1100-SET-FILE-LENGTHS
           IF NOT WS-FN-UNLOAD AND NOT WS-FN-RELOAD
              AND NOT WS-FN-REORG AND NOT WS-FN-VERIFY
               MOVE "REFUSED" TO WS-RESULT
               MOVE "FUNCTION NOT UNLOAD/RELOAD/REORG/VERIFY"
                   TO WS-REASON
           ELSE
               MOVE ZERO TO WS-FILE-CODE
               PERFORM 1200-MATCH-ONE-FILE-ID
                   VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 9 OR WS-FILE-CODE > ZERO
               IF WS-FILE-CODE = ZERO
                   MOVE "REFUSED" TO WS-RESULT
                   MOVE "IDXUTIL_FILE IS NOT A FILE THIS UTILITY KEEPS"
                       TO WS-REASON
               ELSE
                   MOVE WS-FT-RECORD-LENGTH(WS-FILE-CODE)
                       TO WS-RECORD-LENGTH
                   MOVE WS-FT-KEY-LENGTH(WS-FILE-CODE)
                       TO WS-KEY-LENGTH
                   PERFORM 1300-FIND-LATEST-BACKUP
               END-IF
           END-IF.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "IDXUTIL: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "IDXUTIL: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       1100-SET-FILE-LENGTHS.
           MOVE LENGTH OF CARD-MASTER-RECORD   TO WS-FT-RECORD-LENGTH(1)
           MOVE LENGTH OF CARDM-KEY            TO WS-FT-KEY-LENGTH(1)
           MOVE LENGTH OF SNAPSHOT-RECORD      TO WS-FT-RECORD-LENGTH(2)
           MOVE LENGTH OF SNAP-KEY             TO WS-FT-KEY-LENGTH(2)
           MOVE LENGTH OF CHANGE-HISTORY-RECORD
                                               TO WS-FT-RECORD-LENGTH(3)
           MOVE LENGTH OF CHG-KEY              TO WS-FT-KEY-LENGTH(3)
           MOVE LENGTH OF SUSPENSE-RECORD      TO WS-FT-RECORD-LENGTH(4)
           MOVE LENGTH OF SUSP-KEY             TO WS-FT-KEY-LENGTH(4)
           MOVE LENGTH OF REISSUE-CONTROL-RECORD
                                               TO WS-FT-RECORD-LENGTH(5)
           MOVE LENGTH OF REIS-KEY             TO WS-FT-KEY-LENGTH(5)
           MOVE LENGTH OF CORRECTION-RECORD    TO WS-FT-RECORD-LENGTH(6)
           MOVE LENGTH OF CORR-ID              TO WS-FT-KEY-LENGTH(6)
           MOVE LENGTH OF RUN-STAT-RECORD      TO WS-FT-RECORD-LENGTH(7)
           MOVE LENGTH OF RS-KEY               TO WS-FT-KEY-LENGTH(7)
           MOVE LENGTH OF DORMANCY-ACTIVITY-RECORD
                                               TO WS-FT-RECORD-LENGTH(8)
           MOVE LENGTH OF DA-KEY               TO WS-FT-KEY-LENGTH(8)
           MOVE LENGTH OF BILLING-HISTORY-RECORD
                                               TO WS-FT-RECORD-LENGTH(9)
           MOVE LENGTH OF BH-KEY               TO WS-FT-KEY-LENGTH(9).

       1200-MATCH-ONE-FILE-ID.
           IF WS-FT-FILE-ID(WS-FILE-SUB) = WS-FILE-ID
               MOVE WS-FILE-SUB TO WS-FILE-CODE
           END-IF.

      *  THE NEWEST BACKUP ANY SUCCESSFUL RUN HAS WRITTEN OR
      *  LOADED FOR THIS FILE.  NO LOG YET MEANS NO HISTORY.
       1300-FIND-LATEST-BACKUP.
           MOVE ZERO TO WS-LATEST-STAMP
           OPEN INPUT UTIL-LOG-FILE
           IF WS-LOG-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               READ UTIL-LOG-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 1310-TEST-ONE-LOG-RECORD
                   UNTIL WS-EOF
               CLOSE UTIL-LOG-FILE
           END-IF.

       1310-TEST-ONE-LOG-RECORD.
           IF UL-FILE-ID = WS-FILE-ID
              AND UL-BACKUP-FILE-ID = WS-FILE-ID
              AND UL-RESULT = "OK"
               MOVE UL-BACKUP-DATE TO WS-LOG-DATE
               MOVE UL-BACKUP-TIME TO WS-LOG-TIME
               IF WS-LOG-STAMP-N > WS-LATEST-STAMP
                   MOVE WS-LOG-STAMP-N TO WS-LATEST-STAMP
               END-IF
           END-IF
           READ UTIL-LOG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      *  PASS 1 TAKES THE COUNT, HASH AND KEY RANGE FOR THE
      *  HEADER; PASS 2 WRITES THE RECORDS AND MUST COME TO THE
      *  SAME FIGURES.
       2000-UNLOAD.
           PERFORM 5000-SCAN-LIVE-FILE
           IF WS-RESULT-OK AND WS-SCAN-SEQ-ERRORS > ZERO
               MOVE "FAILED" TO WS-RESULT
               MOVE "LIVE FILE KEYS OUT OF SEQUENCE - NOT UNLOADED"
                   TO WS-REASON
           END-IF
           IF WS-RESULT-OK
               OPEN OUTPUT BACKUP-FILE
               IF WS-BKUP-STATUS NOT = "00"
                   MOVE "FAILED" TO WS-RESULT
                   MOVE "UNABLE TO OPEN IDXBKUP FOR OUTPUT"
                       TO WS-REASON
               END-IF
           END-IF
           IF WS-RESULT-OK
               MOVE SPACES TO INDEX-BACKUP-RECORD
               MOVE "HEADER"           TO BK-RECORD-TYPE
               MOVE WS-FILE-ID         TO BKH-FILE-ID
               MOVE WS-TODAY           TO BKH-RUN-DATE
               MOVE WS-NOW             TO BKH-RUN-TIME
               MOVE WS-SCAN-COUNT      TO BKH-RECORD-COUNT
               MOVE WS-RECORD-LENGTH   TO BKH-RECORD-LENGTH
               MOVE WS-KEY-LENGTH      TO BKH-KEY-LENGTH
               MOVE WS-SCAN-LOW-KEY    TO BKH-LOW-KEY
               MOVE WS-SCAN-HIGH-KEY   TO BKH-HIGH-KEY
               MOVE WS-OPERATOR-ID     TO BKH-OPERATOR-ID
               WRITE INDEX-BACKUP-RECORD
               MOVE ZERO TO WS-COPY-COUNT WS-COPY-HASH
               PERFORM 7100-OPEN-LIVE-INPUT
               MOVE "N" TO WS-EOF-SW
               PERFORM 7200-READ-LIVE-NEXT
               PERFORM 2100-UNLOAD-ONE-RECORD
                   UNTIL WS-EOF
               PERFORM 7400-CLOSE-LIVE
               MOVE SPACES TO INDEX-BACKUP-RECORD
               MOVE "TRAILER"          TO BK-RECORD-TYPE
               MOVE WS-COPY-COUNT      TO BKT-RECORD-COUNT
               MOVE WS-COPY-HASH       TO BKT-HASH-TOTAL
               WRITE INDEX-BACKUP-RECORD
               CLOSE BACKUP-FILE
               MOVE WS-FILE-ID TO WS-BK-FILE-ID
               MOVE WS-TODAY   TO WS-BK-DATE
               MOVE WS-NOW     TO WS-BK-TIME
               MOVE "UNLOADED"   TO FG-SOURCE
               MOVE WS-COPY-COUNT TO FG-COUNT
               MOVE WS-COPY-HASH  TO FG-HASH
               MOVE SPACES        TO FG-NOTE
               WRITE UTIL-RPT-LINE FROM WS-FIGURE-LINE
               IF WS-COPY-COUNT NOT = WS-SCAN-COUNT
                  OR WS-COPY-HASH NOT = WS-SCAN-HASH
                   MOVE "FAILED" TO WS-RESULT
                   MOVE "LIVE FILE CHANGED DURING UNLOAD - BACKUP VOID"
                       TO WS-REASON
               END-IF
           END-IF.

       2100-UNLOAD-ONE-RECORD.
           MOVE SPACES TO INDEX-BACKUP-RECORD
           MOVE "DATA" TO BK-RECORD-TYPE
           MOVE WS-LIVE-RECORD(1:WS-RECORD-LENGTH) TO BK-BODY
           WRITE INDEX-BACKUP-RECORD
           PERFORM 7500-HASH-LIVE-RECORD
           ADD 1 TO WS-COPY-COUNT
           ADD WS-RECORD-HASH TO WS-COPY-HASH
           PERFORM 7200-READ-LIVE-NEXT.

      *  THE BACKUP IS PROVED WHOLE, AND ITS RIGHT TO GO OVER THIS
      *  FILE CHECKED, BEFORE THE LIVE FILE IS OPENED FOR OUTPUT.
       3000-RELOAD.
           PERFORM 6000-CHECK-BACKUP
           IF WS-RESULT-OK AND NOT WS-FN-REORG
               PERFORM 3100-CHECK-AUTHORITY
           END-IF
           IF WS-RESULT-OK
               PERFORM 3200-LOAD-LIVE-FILE
           END-IF
           IF WS-RESULT-OK
               PERFORM 5000-SCAN-LIVE-FILE
               IF WS-RESULT-OK
                   IF WS-SCAN-COUNT NOT = WS-BK-HDR-COUNT
                      OR WS-SCAN-HASH NOT = WS-BK-TRL-HASH
                       MOVE "FAILED" TO WS-RESULT
                       MOVE "RELOADED FILE DOES NOT MATCH THE BACKUP"
                           TO WS-REASON
                   END-IF
               END-IF
           END-IF.

       3100-CHECK-AUTHORITY.
           IF WS-BK-RECORD-LENGTH NOT = WS-RECORD-LENGTH
               MOVE "REFUSED" TO WS-RESULT
               MOVE "BACKUP RECORD LENGTH DOES NOT FIT THIS FILE"
                   TO WS-REASON
           END-IF
           IF WS-RESULT-OK AND WS-BK-FILE-ID NOT = WS-FILE-ID
               IF WS-FORCED
                   MOVE "FORCED: BACKUP IS OF ANOTHER FILE"
                       TO WS-SUMMARY-LINE
                   WRITE UTIL-RPT-LINE FROM WS-SUMMARY-LINE
               ELSE
                   MOVE "REFUSED" TO WS-RESULT
                   MOVE "BACKUP IS OF ANOTHER FILE - FORCE TO LOAD"
                       TO WS-REASON
               END-IF
           END-IF
           IF WS-RESULT-OK AND WS-BK-STAMP-N < WS-LATEST-STAMP
               IF WS-FORCED
                   MOVE "FORCED: A NEWER BACKUP OF THIS FILE EXISTS"
                       TO WS-SUMMARY-LINE
                   WRITE UTIL-RPT-LINE FROM WS-SUMMARY-LINE
               ELSE
                   MOVE "REFUSED" TO WS-RESULT
                   MOVE "A NEWER BACKUP OF THIS FILE EXISTS - FORCE"
                       TO WS-REASON
               END-IF
           END-IF.

       3200-LOAD-LIVE-FILE.
           PERFORM 7110-OPEN-LIVE-OUTPUT
           IF NOT WS-LIVE-OK
               MOVE "FAILED" TO WS-RESULT
               MOVE "UNABLE TO OPEN THE LIVE FILE FOR OUTPUT"
                   TO WS-REASON
           ELSE
               OPEN INPUT BACKUP-FILE
               MOVE ZERO TO WS-COPY-COUNT WS-LOAD-REJECTS
               MOVE "N" TO WS-EOF-SW
               READ BACKUP-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 3210-LOAD-ONE-RECORD
                   UNTIL WS-EOF
               CLOSE BACKUP-FILE
               PERFORM 7400-CLOSE-LIVE
               MOVE "LOADED"      TO FG-SOURCE
               MOVE WS-COPY-COUNT TO FG-COUNT
               MOVE ZERO          TO FG-HASH
               MOVE SPACES        TO FG-NOTE
               IF WS-LOAD-REJECTS > ZERO
                   MOVE "*** RECORDS REJECTED ON WRITE ***" TO FG-NOTE
                   MOVE "FAILED" TO WS-RESULT
                   MOVE "RECORDS REJECTED LOADING THE LIVE FILE"
                       TO WS-REASON
               END-IF
               WRITE UTIL-RPT-LINE FROM WS-FIGURE-LINE
           END-IF.

       3210-LOAD-ONE-RECORD.
           IF BK-DATA
               MOVE SPACES TO WS-LIVE-RECORD
               MOVE BK-BODY(1:WS-RECORD-LENGTH) TO WS-LIVE-RECORD
               PERFORM 7300-WRITE-LIVE
               IF WS-LIVE-OK
                   ADD 1 TO WS-COPY-COUNT
               ELSE
                   ADD 1 TO WS-LOAD-REJECTS
               END-IF
           END-IF
           READ BACKUP-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      *  THE LIVE FILE IS ALWAYS READ; A BACKUP, WHEN ONE IS
      *  SUPPLIED, IS CHECKED AND COMPARED WITH IT.
       4000-VERIFY.
           PERFORM 5000-SCAN-LIVE-FILE
           IF WS-RESULT-OK AND WS-SCAN-SEQ-ERRORS > ZERO
               MOVE "FAILED" TO WS-RESULT
               MOVE "LIVE FILE KEYS OUT OF SEQUENCE"
                   TO WS-REASON
           END-IF
           IF WS-RESULT-OK
               OPEN INPUT BACKUP-FILE
               IF WS-BKUP-STATUS = "00"
                   CLOSE BACKUP-FILE
                   PERFORM 6000-CHECK-BACKUP
                   IF WS-RESULT-OK
                       IF WS-BK-FILE-ID NOT = WS-FILE-ID
                          OR WS-SCAN-COUNT NOT = WS-BK-HDR-COUNT
                          OR WS-SCAN-HASH NOT = WS-BK-TRL-HASH
                           MOVE "DIFFERS" TO WS-RESULT
                           MOVE "LIVE FILE NO LONGER MATCHES THE BACKUP"
                               TO WS-REASON
                       END-IF
                   END-IF
               ELSE
                   MOVE "NO BACKUP SUPPLIED - LIVE FILE ONLY"
                       TO WS-SUMMARY-LINE
                   WRITE UTIL-RPT-LINE FROM WS-SUMMARY-LINE
               END-IF
           END-IF.

      *  READS THE LIVE FILE IN KEY ORDER FOR ITS COUNT, HASH,
      *  KEY RANGE AND ANY KEY OUT OF SEQUENCE.
       5000-SCAN-LIVE-FILE.
           INITIALIZE WS-SCAN-FIGURES
           MOVE LOW-VALUES TO WS-PRIOR-KEY
           PERFORM 7100-OPEN-LIVE-INPUT
           IF NOT WS-LIVE-OK
               MOVE "FAILED" TO WS-RESULT
               MOVE "UNABLE TO OPEN THE LIVE FILE FOR INPUT"
                   TO WS-REASON
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 7200-READ-LIVE-NEXT
               PERFORM 5100-SCAN-ONE-RECORD
                   UNTIL WS-EOF
               PERFORM 7400-CLOSE-LIVE
               MOVE "LIVE FILE"     TO FG-SOURCE
               MOVE WS-SCAN-COUNT   TO FG-COUNT
               MOVE WS-SCAN-HASH    TO FG-HASH
               MOVE SPACES          TO FG-NOTE
               IF WS-SCAN-SEQ-ERRORS > ZERO
                   MOVE "*** KEYS OUT OF SEQUENCE ***" TO FG-NOTE
               END-IF
               WRITE UTIL-RPT-LINE FROM WS-FIGURE-LINE
               MOVE "  LOW KEY"     TO KL-LABEL
               MOVE WS-SCAN-LOW-KEY TO KL-KEY
               WRITE UTIL-RPT-LINE FROM WS-KEY-LINE
               MOVE "  HIGH KEY"     TO KL-LABEL
               MOVE WS-SCAN-HIGH-KEY TO KL-KEY
               WRITE UTIL-RPT-LINE FROM WS-KEY-LINE
           END-IF.

       5100-SCAN-ONE-RECORD.
           ADD 1 TO WS-SCAN-COUNT
           IF WS-SCAN-COUNT = 1
               MOVE WS-LIVE-KEY TO WS-SCAN-LOW-KEY
           END-IF
           IF WS-LIVE-KEY NOT > WS-PRIOR-KEY
               ADD 1 TO WS-SCAN-SEQ-ERRORS
           END-IF
           MOVE WS-LIVE-KEY TO WS-PRIOR-KEY
           MOVE WS-LIVE-KEY TO WS-SCAN-HIGH-KEY
           PERFORM 7500-HASH-LIVE-RECORD
           ADD WS-RECORD-HASH TO WS-SCAN-HASH
           PERFORM 7200-READ-LIVE-NEXT.

      *  READS THE WHOLE BACKUP: HEADER FIRST, TRAILER LAST, AND
      *  THE DATA BETWEEN MUST COME TO THE COUNT IN BOTH AND THE
      *  HASH IN THE TRAILER.
       6000-CHECK-BACKUP.
           INITIALIZE WS-BKUP-FIGURES
           OPEN INPUT BACKUP-FILE
           IF WS-BKUP-STATUS NOT = "00"
               MOVE "FAILED" TO WS-RESULT
               MOVE "UNABLE TO OPEN IDXBKUP FOR INPUT" TO WS-REASON
           ELSE
               MOVE "N" TO WS-EOF-SW
               READ BACKUP-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               IF WS-EOF OR NOT BK-HEADER
                   MOVE "FAILED" TO WS-RESULT
                   MOVE "IDXBKUP DOES NOT START WITH A HEADER"
                       TO WS-REASON
               ELSE
                   MOVE BKH-FILE-ID       TO WS-BK-FILE-ID
                   MOVE BKH-RUN-DATE      TO WS-BK-DATE
                   MOVE BKH-RUN-TIME      TO WS-BK-TIME
                   MOVE BKH-RECORD-LENGTH TO WS-BK-RECORD-LENGTH
                   MOVE BKH-RECORD-COUNT  TO WS-BK-HDR-COUNT
                   MOVE BKH-LOW-KEY       TO WS-BK-LOW-KEY
                   MOVE BKH-HIGH-KEY      TO WS-BK-HIGH-KEY
                   MOVE BKH-OPERATOR-ID   TO WS-BK-OPERATOR-ID
                   READ BACKUP-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
                   PERFORM 6100-CHECK-ONE-BACKUP-RECORD
                       UNTIL WS-EOF
                   PERFORM 6200-REPORT-BACKUP
               END-IF
               CLOSE BACKUP-FILE
           END-IF.

       6100-CHECK-ONE-BACKUP-RECORD.
           EVALUATE TRUE
               WHEN BK-DATA
                   MOVE SPACES TO WS-LIVE-RECORD
                   MOVE BK-BODY(1:WS-BK-RECORD-LENGTH)
                       TO WS-LIVE-RECORD
                   MOVE WS-BK-RECORD-LENGTH TO WS-RECORD-LENGTH
                   PERFORM 7500-HASH-LIVE-RECORD
                   MOVE WS-FT-RECORD-LENGTH(WS-FILE-CODE)
                       TO WS-RECORD-LENGTH
                   ADD 1 TO WS-BK-DATA-COUNT
                   ADD WS-RECORD-HASH TO WS-BK-DATA-HASH
               WHEN BK-TRAILER
                   SET WS-BKUP-CHECKED TO TRUE
                   MOVE BKT-RECORD-COUNT TO WS-BK-TRL-COUNT
                   MOVE BKT-HASH-TOTAL   TO WS-BK-TRL-HASH
               WHEN OTHER
                   MOVE "FAILED" TO WS-RESULT
                   MOVE "IDXBKUP HOLDS A RECORD OF UNKNOWN TYPE"
                       TO WS-REASON
           END-EVALUATE
           READ BACKUP-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       6200-REPORT-BACKUP.
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "BACKUP OF " DELIMITED BY SIZE
                  WS-BK-FILE-ID DELIMITED BY SIZE
                  " TAKEN " DELIMITED BY SIZE
                  WS-BK-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BK-TIME DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  WS-BK-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE UTIL-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "BACKUP DATA"    TO FG-SOURCE
           MOVE WS-BK-DATA-COUNT TO FG-COUNT
           MOVE WS-BK-DATA-HASH  TO FG-HASH
           MOVE SPACES           TO FG-NOTE
           WRITE UTIL-RPT-LINE FROM WS-FIGURE-LINE
           MOVE "  LOW KEY"      TO KL-LABEL
           MOVE WS-BK-LOW-KEY    TO KL-KEY
           WRITE UTIL-RPT-LINE FROM WS-KEY-LINE
           MOVE "  HIGH KEY"     TO KL-LABEL
           MOVE WS-BK-HIGH-KEY   TO KL-KEY
           WRITE UTIL-RPT-LINE FROM WS-KEY-LINE
           IF WS-RESULT-OK
               EVALUATE TRUE
                   WHEN NOT WS-BKUP-CHECKED
                       MOVE "FAILED" TO WS-RESULT
                       MOVE "IDXBKUP HAS NO TRAILER - TRUNCATED"
                           TO WS-REASON
                   WHEN WS-BK-DATA-COUNT NOT = WS-BK-HDR-COUNT
                     OR WS-BK-DATA-COUNT NOT = WS-BK-TRL-COUNT
                       MOVE "FAILED" TO WS-RESULT
                       MOVE "IDXBKUP COUNT DISAGREES WITH ITS CONTROLS"
                           TO WS-REASON
                   WHEN WS-BK-DATA-HASH NOT = WS-BK-TRL-HASH
                       MOVE "FAILED" TO WS-RESULT
                       MOVE "IDXBKUP HASH TOTAL DISAGREES WITH TRAILER"
                           TO WS-REASON
               END-EVALUATE
           END-IF.

      *  ONE PARAGRAPH PER I/O ACTION, EACH ROUTING TO THE FILE
      *  WS-FILE-CODE NAMES.  ALL NINE FILES SHARE WS-LIVE-STATUS.
       7100-OPEN-LIVE-INPUT.
           EVALUATE WS-FILE-CODE
               WHEN 1 OPEN INPUT CARD-MASTER-FILE
               WHEN 2 OPEN INPUT SNAPSHOT-FILE
               WHEN 3 OPEN INPUT CHG-HIST-FILE
               WHEN 4 OPEN INPUT SUSPENSE-FILE
               WHEN 5 OPEN INPUT REIS-CTL-FILE
               WHEN 6 OPEN INPUT CORRECTION-FILE
               WHEN 7 OPEN INPUT STAT-HIST-FILE
               WHEN 8 OPEN INPUT DORM-ACT-FILE
               WHEN 9 OPEN INPUT BILL-HIST-FILE
           END-EVALUATE.

       7110-OPEN-LIVE-OUTPUT.
           EVALUATE WS-FILE-CODE
               WHEN 1 OPEN OUTPUT CARD-MASTER-FILE
               WHEN 2 OPEN OUTPUT SNAPSHOT-FILE
               WHEN 3 OPEN OUTPUT CHG-HIST-FILE
               WHEN 4 OPEN OUTPUT SUSPENSE-FILE
               WHEN 5 OPEN OUTPUT REIS-CTL-FILE
               WHEN 6 OPEN OUTPUT CORRECTION-FILE
               WHEN 7 OPEN OUTPUT STAT-HIST-FILE
               WHEN 8 OPEN OUTPUT DORM-ACT-FILE
               WHEN 9 OPEN OUTPUT BILL-HIST-FILE
           END-EVALUATE.

       7200-READ-LIVE-NEXT.
           MOVE SPACES TO WS-LIVE-RECORD
           EVALUATE WS-FILE-CODE
               WHEN 1 READ CARD-MASTER-FILE NEXT RECORD
                          INTO WS-LIVE-RECORD
               WHEN 2 READ SNAPSHOT-FILE NEXT RECORD
                          INTO WS-LIVE-RECORD
               WHEN 3 READ CHG-HIST-FILE NEXT RECORD
                          INTO WS-LIVE-RECORD
               WHEN 4 READ SUSPENSE-FILE NEXT RECORD
                          INTO WS-LIVE-RECORD
               WHEN 5 READ REIS-CTL-FILE NEXT RECORD
                          INTO WS-LIVE-RECORD
               WHEN 6 READ CORRECTION-FILE NEXT RECORD
                          INTO WS-LIVE-RECORD
               WHEN 7 READ STAT-HIST-FILE NEXT RECORD
                          INTO WS-LIVE-RECORD
               WHEN 8 READ DORM-ACT-FILE NEXT RECORD
                          INTO WS-LIVE-RECORD
               WHEN 9 READ BILL-HIST-FILE NEXT RECORD
                          INTO WS-LIVE-RECORD
           END-EVALUATE
           IF WS-LIVE-OK
               MOVE SPACES TO WS-LIVE-KEY
               MOVE WS-LIVE-RECORD(1:WS-KEY-LENGTH) TO WS-LIVE-KEY
           ELSE
               SET WS-EOF TO TRUE
               IF NOT WS-LIVE-EOF
                   MOVE "FAILED" TO WS-RESULT
                   MOVE "READ ERROR ON THE LIVE FILE" TO WS-REASON
                   DISPLAY "IDXUTIL: READ ERROR ON " WS-FILE-ID
                           ", FILE STATUS = " WS-LIVE-STATUS
               END-IF
           END-IF.

       7300-WRITE-LIVE.
           EVALUATE WS-FILE-CODE
               WHEN 1 WRITE CARD-MASTER-RECORD FROM WS-LIVE-RECORD
               WHEN 2 WRITE SNAPSHOT-RECORD FROM WS-LIVE-RECORD
               WHEN 3 WRITE CHANGE-HISTORY-RECORD FROM WS-LIVE-RECORD
               WHEN 4 WRITE SUSPENSE-RECORD FROM WS-LIVE-RECORD
               WHEN 5 WRITE REISSUE-CONTROL-RECORD FROM WS-LIVE-RECORD
               WHEN 6 WRITE CORRECTION-RECORD FROM WS-LIVE-RECORD
               WHEN 7 WRITE RUN-STAT-RECORD FROM WS-LIVE-RECORD
               WHEN 8 WRITE DORMANCY-ACTIVITY-RECORD
                          FROM WS-LIVE-RECORD
               WHEN 9 WRITE BILLING-HISTORY-RECORD FROM WS-LIVE-RECORD
           END-EVALUATE.

       7400-CLOSE-LIVE.
           EVALUATE WS-FILE-CODE
               WHEN 1 CLOSE CARD-MASTER-FILE
               WHEN 2 CLOSE SNAPSHOT-FILE
               WHEN 3 CLOSE CHG-HIST-FILE
               WHEN 4 CLOSE SUSPENSE-FILE
               WHEN 5 CLOSE REIS-CTL-FILE
               WHEN 6 CLOSE CORRECTION-FILE
               WHEN 7 CLOSE STAT-HIST-FILE
               WHEN 8 CLOSE DORM-ACT-FILE
               WHEN 9 CLOSE BILL-HIST-FILE
           END-EVALUATE.

      *  THE CRCCHK RUNNING HASH, TAKEN OVER EVERY BYTE OF THE
      *  RECORD.
       7500-HASH-LIVE-RECORD.
           MOVE ZERO TO WS-RECORD-HASH
           PERFORM 7510-HASH-ONE-BYTE
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > WS-RECORD-LENGTH.

       7510-HASH-ONE-BYTE.
           MOVE FUNCTION ORD(WS-LIVE-RECORD(WS-HASH-SUB:1))
               TO WS-HASH-CHAR-VALUE
           COMPUTE WS-RECORD-HASH =
               FUNCTION MOD(
                   WS-RECORD-HASH * 31 + WS-HASH-CHAR-VALUE
                   100000000).

       8000-WRITE-SUMMARY.
           MOVE SPACES TO UTIL-RPT-LINE
           WRITE UTIL-RPT-LINE
           IF WS-REASON NOT = SPACES
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "REASON: " DELIMITED BY SIZE
                      WS-REASON DELIMITED BY SIZE
                   INTO WS-SUMMARY-LINE
               WRITE UTIL-RPT-LINE FROM WS-SUMMARY-LINE
           END-IF
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "IDXUTIL RESULT: " DELIMITED BY SIZE
                  WS-RESULT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE UTIL-RPT-LINE FROM WS-SUMMARY-LINE.

       8500-WRITE-LOG.
           OPEN EXTEND UTIL-LOG-FILE
           IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "05"
               DISPLAY "IDXUTIL: UNABLE TO EXTEND IDXLOG, FILE "
                       "STATUS = " WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES           TO UTIL-LOG-LINE
           MOVE WS-TODAY         TO UL-RUN-DATE
           MOVE WS-NOW           TO UL-RUN-TIME
           MOVE WS-OPERATOR-ID   TO UL-OPERATOR-ID
           MOVE WS-FUNCTION      TO UL-FUNCTION
           MOVE WS-FILE-ID       TO UL-FILE-ID
           MOVE WS-BK-FILE-ID    TO UL-BACKUP-FILE-ID
           MOVE WS-BK-DATE       TO UL-BACKUP-DATE
           MOVE WS-BK-TIME       TO UL-BACKUP-TIME
           IF WS-FN-RELOAD
               MOVE WS-BK-HDR-COUNT TO UL-RECORD-COUNT
               MOVE WS-BK-TRL-HASH  TO UL-HASH-TOTAL
           ELSE
               MOVE WS-SCAN-COUNT   TO UL-RECORD-COUNT
               MOVE WS-SCAN-HASH    TO UL-HASH-TOTAL
           END-IF
           MOVE WS-FORCE-SW      TO UL-FORCED
           MOVE WS-RESULT        TO UL-RESULT
           MOVE WS-REASON        TO UL-REASON
           WRITE UTIL-LOG-LINE
           CLOSE UTIL-LOG-FILE.

       9000-WRAP-UP.
           CLOSE UTIL-RPT-FILE
           EVALUATE WS-RESULT
               WHEN "OK"
                   MOVE 0 TO RETURN-CODE
               WHEN "DIFFERS"
                   MOVE 4 TO RETURN-CODE
               WHEN "REFUSED"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
