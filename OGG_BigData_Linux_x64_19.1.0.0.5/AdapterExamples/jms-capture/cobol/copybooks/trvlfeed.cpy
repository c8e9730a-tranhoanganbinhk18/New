      *   "A" ON EVERY RECORD.  THE LAST RECORD OF EVERY FEED IS
      *   THE CONTROL TRAILER BELOW ("TRAILER" IN THE FIRST EIGHT
      *   BYTES) SO THE RECEIVING SIDE CAN VERIFY THE LOAD.
      *   TFT-FEED-MODE SAYS WHICH KIND OF FEED IT CLOSES: "F" A
      *   FULL-REPLACE FEED (THE WHOLE SET RE-SENT), "D" A DELTA
      *   (ONLY ADDS, CHANGES AND REMOVALS).  A FEED WRITTEN BEFORE
      *   THE MODE WAS CARRIED HAS A SPACE THERE.
       01 TRAVEL-FEED-RECORD.
             05 TF-ACTION                       PIC X.
             05 TF-ACCOUNT-NUMBER               PIC X(19).
             05 TFT-CHANGE-COUNT                PIC 9(9).
             05 TFT-DELETE-COUNT                PIC 9(9).
             05 TFT-TOTAL-COUNT                 PIC 9(9).
             05 TFT-FEED-MODE                   PIC X.
                   88 TFT-FULL-FEED             VALUE "F".
                   88 TFT-DELTA-FEED            VALUE "D".
