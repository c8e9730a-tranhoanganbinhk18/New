      *   MONTHLY SERVICE BILLING HISTORY RECORD
      *   ONE RECORD PER BILLING MONTH / Issuer_FIID / CHARGE,
      *   KEYED ON BH-KEY AND WRITTEN BY ISSBILL.  A RERUN OF A
      *   MONTH CLEARS THAT MONTH'S RECORDS AND WRITES THEM AGAIN,
      *   SO THE FILE ALWAYS HOLDS EXACTLY ONE SET OF FIGURES PER
      *   MONTH.  BH-CHARGE-CODE IS ONE OF "CARD", "EMBS", "PINR",
      *   "TRVL", "CORR", "SUSP" (SEE RATECARD.CPY).
       01 BILLING-HISTORY-RECORD.
             03 BH-KEY.
      *   DATEFORMAT YYYYMM
                   05 BH-BILL-MONTH            PIC 9(6).
                   05 BH-ISSUER-FIID           PIC X(4).
                   05 BH-CHARGE-CODE           PIC X(4).
             03 BH-QUANTITY                    PIC 9(9).
             03 BH-UNIT-RATE                   PIC 9(3)V9(4).
             03 BH-AMOUNT                      PIC 9(9)V99.
      *   DATEFORMAT YYYYMMDD
             03 BH-RUN-DATE                    PIC 9(8).
