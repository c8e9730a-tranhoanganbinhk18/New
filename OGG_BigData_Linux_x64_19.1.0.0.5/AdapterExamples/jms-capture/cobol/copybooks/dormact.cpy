      *   CARD CHIP-ACTIVITY RECORD
      *   ONE RECORD PER CARD (Table1_Key / PAN_Seq_Num), KEYED ON
      *   DA-KEY AND MAINTAINED BY DORMANT.  THE CARD MASTER ONLY
      *   CARRIES TONIGHT'S Chip_Tran_Counter, SO THE LAST VALUE
      *   SEEN, THE DATE IT WAS SEEN AND THE DATE IT WAS LAST SEEN
      *   TO MOVE ARE KEPT HERE NIGHT TO NIGHT.  DA-CHANGE-BASIS
      *   "C" MEANS DA-LAST-CHANGE-DATE IS THE OBSERVATION ON WHICH
      *   THE COUNTER WAS SEEN TO MOVE; "F" MEANS THE COUNTER HAS
      *   NEVER BEEN SEEN TO MOVE AND THE DATE IS THE FIRST
      *   OBSERVATION OF THE CARD - IT HAS BEEN IDLE AT LEAST THAT
      *   LONG.
       01 DORMANCY-ACTIVITY-RECORD.
             03 DA-KEY.
                   05 DA-TABLE1-KEY            PIC X(19).
                   05 DA-PAN-SEQ-NUM           PIC 9(3).
             03 DA-CONTROL.
                   05 DA-LAST-COUNTER          PIC 9(4).
      *   DATEFORMAT YYYYMMDD
                   05 DA-LAST-CHANGE-DATE      PIC 9(8).
      *   DATEFORMAT YYYYMMDD
                   05 DA-LAST-SEEN-DATE        PIC 9(8).
                   05 DA-CHANGE-BASIS          PIC X.
