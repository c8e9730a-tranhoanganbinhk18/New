      *   HOT-CARD (NEGATIVE FILE) FEED RECORD FOR THE AUTHORIZATION
      *   FRONT END.  ONE DETAIL RECORD PER BLOCKED PLASTIC, IN
      *   Table1_Key / PAN_Seq_Num ORDER.  HC-ACTION IS "A" (ADD -
      *   CARD NEWLY CLOSED OR CANCELLED), "C" (CHANGE - STILL HOT
      *   BUT ITS STATUS BYTE MOVED BETWEEN "C" AND "X") OR "D"
      *   (REMOVE - CARD REINSTATED, PAST ITS Expiry_Date OR GONE
      *   FROM THE CARD MASTER); A FULL-REPLACE FEED CARRIES "A" ON
      *   EVERY RECORD.  HC-REASON-CODE SAYS WHY: "BLCK" (BLOCKED),
      *   "STCH" (STATUS CHANGE), "RINS" (REINSTATED), "EXPD"
      *   (EXPIRED), "GONE" (DROPPED FROM CARDMSTR).  THE LAST
      *   RECORD OF EVERY FEED IS THE CONTROL TRAILER BELOW
      *   ("TRAILER" IN THE FIRST EIGHT BYTES), THE SAME SHAPE AS
      *   THE TRAVEL FEED'S TFT TRAILER.
       01 HOT-CARD-RECORD.
             05 HC-ACTION                       PIC X.
             05 HC-TABLE1-KEY                   PIC X(19).
             05 HC-PAN-SEQ-NUM                  PIC 9(3).
             05 HC-ISSUER-FIID                  PIC X(4).
             05 HC-CARD-STATUS                  PIC X.
      *   DATEFORMAT YYMM
             05 HC-EXPIRY-DATE                  PIC 9(4).
             05 HC-REASON-CODE                  PIC X(4).
       01 HOT-CARD-TRAILER.
             05 HCT-RECORD-ID                   PIC X(8)
                                                 VALUE "TRAILER".
             05 HCT-ADD-COUNT                   PIC 9(9).
             05 HCT-CHANGE-COUNT                PIC 9(9).
             05 HCT-DELETE-COUNT                PIC 9(9).
             05 HCT-TOTAL-COUNT                 PIC 9(9).
