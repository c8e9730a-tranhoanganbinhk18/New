      *                another's, and the per-cycle I/U/D tallies
      *                kept on the checkpoint let CYCRECON prove at
      *                end of day that the cycles sum to the daily
      *                SRCDELTA figures.  A fresh run stamps the
      *                checkpoint with the business date from
      *                BIZDATE, which is what CYCRECON selects on.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CTLCKPT.
                  RECORD KEY IS CKPT-RUN-ID
                  FILE STATUS IS WS-CKPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-FILE.
       FD  CHECKPOINT-FILE.
           COPY "ckptrec.cpy".

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS                   PIC XX.
       01  WS-CAP-STATUS                   PIC XX.
           88  WS-CAP-EOF                   VALUE "10".
       01  WS-OUT-STATUS                   PIC XX.
           88  WS-RESTARTING                VALUE "Y".
       01  WS-SKIP-COUNT                   PIC 9(9)    VALUE ZERO.
       01  WS-SKIP-SUB                     PIC 9(9)    VALUE ZERO.
       01  WS-BUSINESS-DATE                PIC 9(8)    VALUE ZERO.

       01  WS-TRAILER-RECORD.
           COPY "ctltot.cpy" REPLACING ==01== BY ==03==.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           ACCEPT WS-CYCLE-RAW FROM ENVIRONMENT "CAP_CYCLE"
               ON EXCEPTION
                   MOVE SPACES TO WS-CYCLE-RAW
               END-READ
           END-IF.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "CTLCKPT: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "CTLCKPT: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       1100-START-FRESH-RUN.
           MOVE WS-RUN-ID    TO CKPT-RUN-ID
           MOVE WS-CYCLE-NUMBER TO CKPT-CYCLE-NUMBER
           MOVE ZERO         TO CKPT-BIG-DEC-OVERFLOW-COUNT
           MOVE "IN-PROGRESS" TO CKPT-STATUS
           ACCEPT CKPT-TIMESTAMP FROM DATE YYYYMMDD
           MOVE WS-BUSINESS-DATE TO CKPT-BUSINESS-DATE
           IF WS-CKPT-NOT-FOUND
               WRITE CHECKPOINT-RECORD
           ELSE
