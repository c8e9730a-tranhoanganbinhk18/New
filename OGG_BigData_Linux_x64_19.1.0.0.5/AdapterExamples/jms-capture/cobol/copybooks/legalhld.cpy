      *   LEGAL-HOLD RECORD
      *   ONE RECORD PER CARD (OR PAN) UNDER FRAUD, DISPUTE OR
      *   LITIGATION HOLD, MAINTAINED BY THE FRAUD AND LEGAL TEAMS.
      *   A CARD ON AN OPEN HOLD IS NEVER PURGED, HOWEVER OLD.
      *   LH-PAN-SEQ-NUM SPACES HOLDS EVERY PLASTIC OF THE PAN.
      *   LH-RELEASE-DATE ZERO HOLDS UNTIL THE RECORD IS REMOVED;
      *   OTHERWISE THE HOLD LAPSES AFTER THAT DATE.
       01 LEGAL-HOLD-RECORD.
             05 LH-TABLE1-KEY                   PIC X(19).
             05 LH-PAN-SEQ-NUM                  PIC X(3).
             05 LH-CASE-REFERENCE               PIC X(12).
      *   DATEFORMAT YYYYMMDD
             05 LH-RELEASE-DATE                 PIC 9(8).
