      *   CLOSED-CARD RETENTION POLICY RECORD
      *   A ONE-RECORD CONTROL FILE MAINTAINED BY THE DATA
      *   GOVERNANCE OFFICE AND READ BY CRDPURGE.  A CARD IS DUE
      *   FOR PURGE WHEN ITS Card_Status IS ONE OF PP-CLOSED-
      *   STATUSES AND ITS Expiry_Date (YYMM) IS AT LEAST
      *   PP-RETAIN-MONTHS MONTHS BEFORE THE RUN MONTH.  BLANK
      *   PP-CLOSED-STATUSES MEANS "CX" (THE CLOSED STATES CARDAUD
      *   WATCHES).  PP-MAX-PURGE IS A SAFETY CEILING: A RUN THAT
      *   FINDS MORE CARDS DUE THAN THIS DELETES NOTHING AND
      *   REPORTS AS A DRY RUN, SO A BAD POLICY CHANGE OR A BAD
      *   EXTRACT CANNOT EMPTY THE FILES; ZERO MEANS NO CEILING.
       01 PURGE-POLICY-RECORD.
             05 PP-CLOSED-STATUSES              PIC X(4).
             05 PP-RETAIN-MONTHS                PIC 9(3).
             05 PP-MAX-PURGE                    PIC 9(7).
