      *   DORMANT-CARD CLOSURE CANDIDATE RECORD
      *   ONE RECORD PER ACTIVE CARD WHOSE Chip_Tran_Counter HAS
      *   NOT MOVED FOR 90 DAYS OR MORE, WRITTEN BY DORMANT FOR
      *   CARD OPERATIONS TO REVIEW BEFORE ANY STATUS CHANGE IS
      *   MADE.  DC-DORMANCY-BAND IS 090 (90-179 DAYS IDLE), 180
      *   (180-364) OR 365 (365 AND OVER).  DC-CHANGE-BASIS IS "C"
      *   (COUNTER LAST SEEN MOVING ON DC-LAST-CHANGE-DATE) OR "F"
      *   (NEVER SEEN MOVING - IDLE AT LEAST SINCE THAT DATE).
      *   DC-REISSUE-FLAG "Y" MEANS THE CARD IS ALREADY ON THE
      *   REISSUE CONTROL FILE FOR ITS CURRENT EXPIRY CYCLE, SENT
      *   ON DC-REIS-SENT-DATE - A REPLACEMENT PLASTIC NOBODY IS
      *   LIKELY TO USE.
       01 DORMANCY-CANDIDATE-RECORD.
             05 DC-TABLE1-KEY                   PIC X(19).
             05 DC-PAN-SEQ-NUM                  PIC 9(3).
             05 DC-ISSUER-FIID                  PIC X(4).
             05 DC-CARD-TYPE                    PIC XX.
             05 DC-ACCOUNT-NUMBER               PIC X(19).
             05 DC-CHIP-TRAN-COUNTER            PIC 9(4).
      *   DATEFORMAT YYYYMMDD
             05 DC-LAST-CHANGE-DATE             PIC 9(8).
             05 DC-CHANGE-BASIS                 PIC X.
             05 DC-IDLE-DAYS                    PIC 9(5).
             05 DC-DORMANCY-BAND                PIC 9(3).
             05 DC-DAILY-LIMIT                  PIC 9(5).99.
      *   DATEFORMAT YYMM
             05 DC-EXPIRY-DATE                  PIC 9(4).
             05 DC-REISSUE-FLAG                 PIC X.
      *   DATEFORMAT YYYYMMDD
             05 DC-REIS-SENT-DATE               PIC 9(8).
      *   DATEFORMAT YYYYMMDD
             05 DC-RUN-DATE                     PIC 9(8).
