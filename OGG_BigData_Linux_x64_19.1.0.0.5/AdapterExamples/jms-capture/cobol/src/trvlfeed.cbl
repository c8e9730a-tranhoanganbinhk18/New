      *                not yet ended - in Account_Number order,
      *                with a control trailer carrying record
      *                counts so the receiving side can verify the
      *                load, and the feed mode ("F" full, "D"
      *                delta) so a reader of a banked generation
      *                can tell a full re-send from a delta.
      *                TRVLFEED_MODE selects the mode:
      *                "FULL" (default) writes the whole set with
      *                action "A"; "DELTA" matches the current set
      *                against the previous FULL IMAGE (TRVLFDPV)
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OUT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLE1-IN-FILE.
       FD  FEED-OUT-FILE.
           COPY "trvlfeed.cpy".

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-IN-STATUS                PIC XX.
           88  WS-IN-EOF                VALUE "10".
       01  WS-SORT-STATUS              PIC XX.

       01  WS-FEED-MODE                PIC X(5)    VALUE "FULL ".
           88  WS-DELTA-MODE           VALUE "DELTA".
       01  WS-TRAILER-FEED-MODE        PIC X       VALUE "F".

       01  WS-TRAVEL-DETAIL.
           COPY "trvldata.cpy" REPLACING ==01== BY ==03==.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           ACCEPT WS-FEED-MODE FROM ENVIRONMENT "TRVLFEED_MODE"
               ON EXCEPTION
                   MOVE "FULL " TO WS-FEED-MODE
               GOBACK
           END-IF.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "TRVLFEED: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "TRVLFEED: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY-YYYYMMDD
           CLOSE BIZ-DATE-FILE.

      *  AN OPTIONAL FILE OPENS AS EMPTY WHEN ABSENT, SO A NIGHT
      *  WITH NO ACK REJECTS NEEDS NO SPECIAL CASE.  A "TRAILER"
      *  RECORD ON THE RE-QUEUE FILE IS NOT AN ACCOUNT.
           CLOSE TABLE1-IN-FILE.

       3000-WRITE-FULL-FEED.
           MOVE "F" TO WS-TRAILER-FEED-MODE
           MOVE "N" TO WS-EOF-SW
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
      *  CURRENT ONLY -> "A"; BOTH BUT DIFFERENT -> "C"; PREVIOUS
      *  ONLY -> "D"; BOTH AND IDENTICAL -> NOT ON THE DELTA.
       4000-MATCH-WORK-TO-PREVIOUS.
           MOVE "D" TO WS-TRAILER-FEED-MODE
           OPEN INPUT FEED-WORK-FILE
           OPEN INPUT FEED-PREV-FILE
           IF WS-PREV-STATUS NOT = "00"
               TO TFT-DELETE-COUNT IN TRAVEL-FEED-TRAILER
           MOVE WS-TOTAL-COUNT
               TO TFT-TOTAL-COUNT IN TRAVEL-FEED-TRAILER
           MOVE WS-TRAILER-FEED-MODE
               TO TFT-FEED-MODE IN TRAVEL-FEED-TRAILER
           WRITE TRAVEL-FEED-TRAILER.

       9000-WRAP-UP.
