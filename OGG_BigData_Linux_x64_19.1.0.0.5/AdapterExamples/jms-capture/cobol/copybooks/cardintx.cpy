      *   CARD POPULATION INTEGRITY EXCEPTION RECORD
      *   ONE RECORD PER CROSS-RECORD VIOLATION FOUND BY CARDINTG
      *   ON THE CARD MASTER.  FIXED-FORMAT, LIKE CARDEXCP.CPY, SO
      *   IT LOADS STRAIGHT INTO A CASE OR DATA-QUALITY SYSTEM.
      *   CIX-RULE-CODE VALUES:
      *     "LUHN"  Table1_Key FAILS THE LUHN CHECK DIGIT
      *             (EXPECTED = CHECK DIGIT THE PAN SHOULD CARRY,
      *             FOUND = THE DIGIT IT CARRIES, OR "NONNUMERIC")
      *     "PANA"  SAME Table1_Key UNDER TWO Account_Numbers
      *             (EXPECTED = FIRST ACCOUNT SEEN FOR THE PAN)
      *     "AFII"  MIXED Issuer_FIID ON ONE Account_Number
      *     "ATYP"  MIXED Account_Type ON ONE Account_Number
      *     "SDUP"  PAN_Seq_Num USED TWICE ON ONE ACCOUNT
      *     "SACT"  TWO ACTIVE PLASTICS SHARING A PAN_Seq_Num
      *     "SGAP"  GAP IN AN ACCOUNT'S PAN_Seq_Num RUN (CARRIES
      *             THE ACCOUNT'S FIRST PAN, THE MISSING SEQUENCE
      *             AS CIX-PAN-SEQ-NUM AND FOUND = "MISSING")
      *   FOR AFII/ATYP EXPECTED IS THE VALUE CARRIED BY THE
      *   ACCOUNT'S FIRST CARD AND FOUND THE DEVIATING CARD'S; FOR
      *   SDUP/SACT EXPECTED IS THE OTHER PAN HOLDING THE SEQUENCE.
       01 CARD-INTEGRITY-EXCEPTION-RECORD.
             05 CIX-RULE-CODE                   PIC X(4).
             05 CIX-TABLE1-KEY                  PIC X(19).
             05 CIX-PAN-SEQ-NUM                 PIC 9(3).
             05 CIX-ACCOUNT-NUMBER              PIC X(19).
             05 CIX-ISSUER-FIID                 PIC X(4).
             05 CIX-EXPECTED-VALUE              PIC X(19).
             05 CIX-FOUND-VALUE                 PIC X(19).
      *   DATEFORMAT YYYYMMDD
             05 CIX-CHECK-DATE                  PIC 9(8).
