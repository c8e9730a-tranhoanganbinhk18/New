                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BIZ-DATE-FILE     ASSIGN TO "BIZDATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER-FILE.
       FD  REIS-RPT-FILE.
       01  REIS-RPT-LINE               PIC X(133).

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-IN-STATUS                PIC XX.
           88  WS-IN-EOF                VALUE "10".
       01  WS-CTL-STATUS               PIC XX.

       01  WS-HEADING-1                PIC X(60) VALUE
           "EMBOSSING BUREAU REISSUE FEED REPORT".
       01  WS-BIZ-DATE-HEADING.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  HD-BUSINESS-DATE        PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER      PIC X(21) VALUE "TABLE1-KEY".
           05  FILLER      PIC X(5)  VALUE "SEQ".
           OPEN OUTPUT REIS-FEED-FILE
           OPEN OUTPUT REIS-RPT-FILE
           WRITE REIS-RPT-LINE FROM WS-HEADING-1
           WRITE REIS-RPT-LINE FROM WS-BIZ-DATE-HEADING
           WRITE REIS-RPT-LINE FROM WS-HEADING-2
           READ CARD-MASTER-FILE
               AT END SET WS-EOF TO TRUE
      *  SAME CURRENT-OR-NEXT-MONTH WINDOW EXPRPT REPORTS, SO THE
      *  FEED AND THE WORKLIST ALWAYS AGREE ON WHAT IS DUE.
       1100-DETERMINE-WINDOW.
           PERFORM 1050-READ-BUSINESS-DATE
           MOVE WS-TODAY-YYYY(3:2) TO WS-CURRENT-YYMM(1:2)
           MOVE WS-TODAY-MM        TO WS-CURRENT-YYMM(3:2)
           IF WS-TODAY-MM = 12
           MOVE WS-NEXT-YY TO WS-NEXT-YYMM(1:2)
           MOVE WS-NEXT-MM TO WS-NEXT-YYMM(3:2).

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "REISSUE: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "REISSUE: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY
           MOVE BD-CURRENT-DATE TO HD-BUSINESS-DATE
           CLOSE BIZ-DATE-FILE.

       2000-PROCESS-ONE-CARD.
           ADD 1 TO WS-READ-COUNT
           IF Expiry_Date IN CARDM-CARD-DATA = WS-CURRENT-YYMM
