      * ---------------------------------------------------------
      *  PROGRAM-ID  : HOTCARD
      *  PURPOSE     : Hot-card (negative file) feed to the
      *                authorization front end.  When a card is
      *                closed or cancelled its Card_Status moves to
      *                "C" or "X" (the closed states CARDAUD
      *                watches), but nothing told the front end, so
      *                a closed card kept authorizing until the
      *                front end's own data caught up.  This
      *                matches tonight's card master (CARDMSTR,
      *                cardmst.cpy) against the prior night's
      *                extract generation (TABLE1PV, the same
      *                baseline CARDAUD uses) key by key
      *                (Table1_Key / PAN_Seq_Num) and writes a
      *                fixed-format negative-card file (hotcard.cpy)
      *                in that key order: an add for every card
      *                that became hot since last night, a change
      *                for a hot card whose status byte moved
      *                between "C" and "X", and a remove for every
      *                card that was hot last night but has been
      *                reinstated, has passed its Expiry_Date (an
      *                expired plastic declines on its own and need
      *                not take up room on the hot list) or has
      *                left the card master.  A card is hot when
      *                its Card_Status is "C" or "X" and its
      *                Expiry_Date (YYMM) is not before the
      *                processing month; last night's side is
      *                judged against the month of the prior
      *                business date (BIZDATE) so a card
      *                that expires at a month boundary comes out
      *                as a remove.  The feed ends with a control
      *                trailer carrying record counts, the same
      *                shape as the TFT trailer on TRVLFEED.
      *                HOTCARD_MODE selects the mode: "DELTA"
      *                (default, nightly) writes only the adds,
      *                changes and removes; "FULL" (the weekly
      *                resync) resends the whole hot list with
      *                action "A" so the front end can replace its
      *                copy outright.  A missing TABLE1PV on a
      *                delta run is treated as empty, so every hot
      *                card goes out as an add.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HOTCARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABLE1-PV-FILE    ASSIGN TO "TABLE1PV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PV-STATUS.

           SELECT CARD-MASTER-FILE  ASSIGN TO "CARDMSTR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CARDM-KEY
                  ALTERNATE RECORD KEY IS CARDM-ACCOUNT-NUMBER
                      WITH DUPLICATES
                  FILE STATUS IS WS-IN-STATUS.

           SELECT HOT-CARD-FILE     ASSIGN TO "HOTLIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OUT-STATUS.

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

       FD  HOT-CARD-FILE.
           COPY "hotcard.cpy".

       FD  BIZ-DATE-FILE.
           COPY "bizdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BIZ-STATUS               PIC XX.
       01  WS-PV-STATUS                PIC XX.
           88  WS-PV-EOF                VALUE "10".
           88  WS-PV-MISSING            VALUE "35".
       01  WS-IN-STATUS                PIC XX.
           88  WS-IN-EOF                VALUE "10".
       01  WS-OUT-STATUS               PIC XX.

       01  WS-EOF-SWITCHES.
           05  WS-PV-EOF-SW            PIC X       VALUE "N".
               88  WS-PV-DONE          VALUE "Y".
           05  WS-IN-EOF-SW            PIC X       VALUE "N".
               88  WS-IN-DONE          VALUE "Y".

       01  WS-TODAY.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 9(2).
           05  WS-TODAY-DD             PIC 9(2).
       01  WS-TODAY-YYYYMMDD REDEFINES WS-TODAY  PIC 9(8).

       01  WS-PRIOR-DAY.
           05  WS-PRIOR-DAY-YYYY       PIC 9(4).
           05  WS-PRIOR-DAY-MM         PIC 9(2).
           05  WS-PRIOR-DAY-DD         PIC 9(2).
       01  WS-PRIOR-DAY-YYYYMMDD REDEFINES WS-PRIOR-DAY  PIC 9(8).

       01  WS-CURRENT-YYMM             PIC 9(4).
       01  WS-PRIOR-YYMM               PIC 9(4).

       01  WS-FEED-MODE                PIC X(5)    VALUE "DELTA".
           88  WS-FULL-MODE            VALUE "FULL ".

       01  WS-MATCH-KEYS.
           05  WS-PV-KEY.
               10  WS-PV-PAN           PIC X(19).
               10  WS-PV-SEQ           PIC 9(3).
           05  WS-IN-KEY.
               10  WS-IN-PAN           PIC X(19).
               10  WS-IN-SEQ           PIC 9(3).

      *  CARD_STATUS DOMAIN AS CARRIED ON THE CARD PLATFORM'S
      *  EXTRACT (SEE CARDAUD): "C" AND "X" ARE THE CLOSED /
      *  CANCELLED STATES THE FRONT END MUST DECLINE.
       01  WS-PV-STATUS-BYTE           PIC X.
           88  WS-PV-CLOSED            VALUE "C" "X".
       01  WS-IN-STATUS-BYTE           PIC X.
           88  WS-IN-CLOSED            VALUE "C" "X".

       01  WS-HOT-SWITCHES.
           05  WS-PV-HOT-SW            PIC X       VALUE "N".
               88  WS-PV-HOT           VALUE "Y".
           05  WS-IN-HOT-SW            PIC X       VALUE "N".
               88  WS-IN-HOT           VALUE "Y".

       01  WS-COUNTERS.
           05  WS-ADD-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-CHANGE-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-DELETE-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-TOTAL-COUNT          PIC 9(9)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-FULL-MODE
               PERFORM 3000-WRITE-FULL-LIST
           ELSE
               PERFORM 2000-MATCH-EXTRACTS
           END-IF
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-WRAP-UP
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           MOVE WS-TODAY-YYYY(3:2)     TO WS-CURRENT-YYMM(1:2)
           MOVE WS-TODAY-MM            TO WS-CURRENT-YYMM(3:2)
           MOVE WS-PRIOR-DAY-YYYY(3:2) TO WS-PRIOR-YYMM(1:2)
           MOVE WS-PRIOR-DAY-MM        TO WS-PRIOR-YYMM(3:2)
           ACCEPT WS-FEED-MODE FROM ENVIRONMENT "HOTCARD_MODE"
               ON EXCEPTION
                   MOVE "DELTA" TO WS-FEED-MODE
           END-ACCEPT
           IF WS-FEED-MODE = SPACES
               MOVE "DELTA" TO WS-FEED-MODE
           END-IF
           OPEN INPUT  CARD-MASTER-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "HOTCARD: UNABLE TO OPEN CARDMSTR, FILE "
                       "STATUS = " WS-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HOT-CARD-FILE
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "HOTCARD: UNABLE TO OPEN HOTLIST, FILE "
                       "STATUS = " WS-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BIZ-DATE-FILE
           IF WS-BIZ-STATUS NOT = "00"
               DISPLAY "HOTCARD: UNABLE TO OPEN BIZDATE, FILE "
                       "STATUS = " WS-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BIZ-DATE-FILE
               AT END
                   DISPLAY "HOTCARD: BIZDATE HOLDS NO BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BD-CURRENT-DATE TO WS-TODAY-YYYYMMDD
           MOVE BD-PRIOR-DATE   TO WS-PRIOR-DAY-YYYYMMDD
           CLOSE BIZ-DATE-FILE.

      *  TWO-FILE MATCH OF LAST NIGHT'S EXTRACT AGAINST TONIGHT'S
      *  CARD MASTER, BOTH IN Table1_Key / PAN_Seq_Num ORDER.
      *  ONLY A CHANGE IN "HOTNESS" (OR IN A HOT CARD'S STATUS
      *  BYTE) GOES ON THE DELTA.
       2000-MATCH-EXTRACTS.
           OPEN INPUT TABLE1-PV-FILE
           IF WS-PV-STATUS NOT = "00"
               DISPLAY "HOTCARD: NO PRIOR EXTRACT (TABLE1PV), "
                       "FILE STATUS = " WS-PV-STATUS
                       " - TREATING AS EMPTY, ALL HOT CARDS ADD"
               SET WS-PV-MISSING TO TRUE
               SET WS-PV-DONE TO TRUE
           END-IF
           IF NOT WS-PV-DONE
               PERFORM 2600-READ-PRIOR
           END-IF
           PERFORM 2700-READ-CURRENT
           PERFORM 2100-MATCH-ONE-KEY
               UNTIL WS-PV-DONE AND WS-IN-DONE
           IF NOT WS-PV-MISSING
               CLOSE TABLE1-PV-FILE
           END-IF.

       2100-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-PV-DONE
                   PERFORM 2300-TEST-CURRENT-HOT
                   IF WS-IN-HOT
                       PERFORM 4200-EMIT-ADD
                   END-IF
                   PERFORM 2700-READ-CURRENT
               WHEN WS-IN-DONE
                   PERFORM 2200-TEST-PRIOR-HOT
                   IF WS-PV-HOT
                       PERFORM 4300-EMIT-DROPPED
                   END-IF
                   PERFORM 2600-READ-PRIOR
               WHEN WS-PV-KEY < WS-IN-KEY
                   PERFORM 2200-TEST-PRIOR-HOT
                   IF WS-PV-HOT
                       PERFORM 4300-EMIT-DROPPED
                   END-IF
                   PERFORM 2600-READ-PRIOR
               WHEN WS-PV-KEY > WS-IN-KEY
                   PERFORM 2300-TEST-CURRENT-HOT
                   IF WS-IN-HOT
                       PERFORM 4200-EMIT-ADD
                   END-IF
                   PERFORM 2700-READ-CURRENT
               WHEN OTHER
                   PERFORM 2200-TEST-PRIOR-HOT
                   PERFORM 2300-TEST-CURRENT-HOT
                   PERFORM 4100-EMIT-MATCHED-PAIR
                   PERFORM 2600-READ-PRIOR
                   PERFORM 2700-READ-CURRENT
           END-EVALUATE.

      *  A NON-NUMERIC Expiry_Date CANNOT BE SHOWN TO HAVE PASSED,
      *  SO A CLOSED CARD CARRYING ONE STAYS HOT - DECLINING IT IS
      *  THE SAFE SIDE.
       2200-TEST-PRIOR-HOT.
           MOVE "N" TO WS-PV-HOT-SW
           MOVE Card_Status IN TABLE1-PV-RECORD TO WS-PV-STATUS-BYTE
           IF WS-PV-CLOSED
               IF Expiry_Date IN TABLE1-PV-RECORD NOT NUMERIC
                   SET WS-PV-HOT TO TRUE
               ELSE
                   IF Expiry_Date IN TABLE1-PV-RECORD
                          NOT < WS-PRIOR-YYMM
                       SET WS-PV-HOT TO TRUE
                   END-IF
               END-IF
           END-IF.

       2300-TEST-CURRENT-HOT.
           MOVE "N" TO WS-IN-HOT-SW
           MOVE Card_Status IN CARD-MASTER-RECORD TO WS-IN-STATUS-BYTE
           IF WS-IN-CLOSED
               IF Expiry_Date IN CARD-MASTER-RECORD NOT NUMERIC
                   SET WS-IN-HOT TO TRUE
               ELSE
                   IF Expiry_Date IN CARD-MASTER-RECORD
                          NOT < WS-CURRENT-YYMM
                       SET WS-IN-HOT TO TRUE
                   END-IF
               END-IF
           END-IF.

       2600-READ-PRIOR.
           READ TABLE1-PV-FILE
               AT END SET WS-PV-DONE TO TRUE
               NOT AT END
                   MOVE Table1_Key IN TABLE1-PV-RECORD
                       TO WS-PV-PAN
                   MOVE PAN_Seq_Num IN TABLE1-PV-RECORD
                       TO WS-PV-SEQ
           END-READ.

       2700-READ-CURRENT.
           READ CARD-MASTER-FILE
               AT END SET WS-IN-DONE TO TRUE
               NOT AT END
                   MOVE Table1_Key IN CARD-MASTER-RECORD
                       TO WS-IN-PAN
                   MOVE PAN_Seq_Num IN CARD-MASTER-RECORD
                       TO WS-IN-SEQ
           END-READ.

      *  THE WEEKLY RESYNC: EVERY CARD HOT TONIGHT, ALL AS ADDS.
       3000-WRITE-FULL-LIST.
           PERFORM 2700-READ-CURRENT
           PERFORM 3100-LIST-ONE-CARD
               UNTIL WS-IN-DONE.

       3100-LIST-ONE-CARD.
           PERFORM 2300-TEST-CURRENT-HOT
           IF WS-IN-HOT
               PERFORM 4200-EMIT-ADD
           END-IF
           PERFORM 2700-READ-CURRENT.

      *  SAME CARD ON BOTH SIDES.  HOT TONIGHT ONLY -> "A"; HOT
      *  LAST NIGHT ONLY -> "D" (REINSTATED, OR STILL CLOSED BUT
      *  NOW EXPIRED); HOT BOTH NIGHTS WITH A DIFFERENT STATUS
      *  BYTE -> "C"; OTHERWISE NOT ON THE DELTA.
       4100-EMIT-MATCHED-PAIR.
           EVALUATE TRUE
               WHEN WS-IN-HOT AND NOT WS-PV-HOT
                   PERFORM 4200-EMIT-ADD
               WHEN WS-PV-HOT AND NOT WS-IN-HOT
                   PERFORM 4500-FILL-FROM-CURRENT
                   MOVE "D" TO HC-ACTION
                   IF WS-IN-CLOSED
                       MOVE "EXPD" TO HC-REASON-CODE
                   ELSE
                       MOVE "RINS" TO HC-REASON-CODE
                   END-IF
                   WRITE HOT-CARD-RECORD
                   ADD 1 TO WS-DELETE-COUNT
               WHEN WS-PV-HOT AND WS-IN-HOT
                    AND WS-PV-STATUS-BYTE NOT = WS-IN-STATUS-BYTE
                   PERFORM 4500-FILL-FROM-CURRENT
                   MOVE "C"    TO HC-ACTION
                   MOVE "STCH" TO HC-REASON-CODE
                   WRITE HOT-CARD-RECORD
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4200-EMIT-ADD.
           PERFORM 4500-FILL-FROM-CURRENT
           MOVE "A"    TO HC-ACTION
           MOVE "BLCK" TO HC-REASON-CODE
           WRITE HOT-CARD-RECORD
           ADD 1 TO WS-ADD-COUNT.

      *  A HOT CARD THAT HAS LEFT THE CARD MASTER ALTOGETHER IS
      *  REMOVED FROM THE LIST OFF LAST NIGHT'S IMAGE.
       4300-EMIT-DROPPED.
           MOVE "D"                          TO HC-ACTION
           MOVE Table1_Key IN TABLE1-PV-RECORD  TO HC-TABLE1-KEY
           MOVE PAN_Seq_Num IN TABLE1-PV-RECORD TO HC-PAN-SEQ-NUM
           MOVE Issuer_FIID IN TABLE1-PV-RECORD TO HC-ISSUER-FIID
           MOVE Card_Status IN TABLE1-PV-RECORD TO HC-CARD-STATUS
           MOVE Expiry_Date IN TABLE1-PV-RECORD TO HC-EXPIRY-DATE
           MOVE "GONE"                       TO HC-REASON-CODE
           WRITE HOT-CARD-RECORD
           ADD 1 TO WS-DELETE-COUNT.

       4500-FILL-FROM-CURRENT.
           MOVE Table1_Key IN CARD-MASTER-RECORD  TO HC-TABLE1-KEY
           MOVE PAN_Seq_Num IN CARD-MASTER-RECORD TO HC-PAN-SEQ-NUM
           MOVE Issuer_FIID IN CARD-MASTER-RECORD TO HC-ISSUER-FIID
           MOVE Card_Status IN CARD-MASTER-RECORD TO HC-CARD-STATUS
           MOVE Expiry_Date IN CARD-MASTER-RECORD TO HC-EXPIRY-DATE.

       8000-WRITE-TRAILER.
           COMPUTE WS-TOTAL-COUNT =
               WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
           MOVE "TRAILER"       TO HCT-RECORD-ID
           MOVE WS-ADD-COUNT    TO HCT-ADD-COUNT
           MOVE WS-CHANGE-COUNT TO HCT-CHANGE-COUNT
           MOVE WS-DELETE-COUNT TO HCT-DELETE-COUNT
           MOVE WS-TOTAL-COUNT  TO HCT-TOTAL-COUNT
           WRITE HOT-CARD-TRAILER.

       9000-WRAP-UP.
           CLOSE CARD-MASTER-FILE
           CLOSE HOT-CARD-FILE
           MOVE 0 TO RETURN-CODE.
