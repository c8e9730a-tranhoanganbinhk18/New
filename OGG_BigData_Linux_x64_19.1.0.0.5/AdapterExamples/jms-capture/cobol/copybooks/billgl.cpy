      *   SERVICE BILLING GENERAL LEDGER INTERFACE RECORD
      *   ONE DETAIL RECORD PER BILLING MONTH / Issuer_FIID /
      *   CHARGE WITH A NON-ZERO QUANTITY, WRITTEN BY ISSBILL FOR
      *   THE GENERAL LEDGER INTERFACE.  GL-ISSUER-FIID "SHRD"
      *   CARRIES USAGE THAT CANNOT BE TIED TO ONE ISSUER.  THE
      *   LAST RECORD IS THE CONTROL TRAILER ("TRAILER" IN THE
      *   FIRST EIGHT BYTES) WITH THE RECORD COUNT AND THE SUM OF
      *   GL-AMOUNT SO THE LEDGER CAN PROVE THE LOAD.
       01 BILLING-GL-RECORD.
             05 GL-RECORD-TYPE                  PIC X(8).
      *   DATEFORMAT YYYYMM
             05 GL-BILL-MONTH                   PIC 9(6).
             05 GL-ISSUER-FIID                  PIC X(4).
             05 GL-CHARGE-CODE                  PIC X(4).
             05 GL-QUANTITY                     PIC 9(9).
             05 GL-UNIT-RATE                    PIC 9(3)V9(4).
             05 GL-AMOUNT                       PIC 9(9)V99.
       01 BILLING-GL-TRAILER.
             05 GLT-RECORD-ID                   PIC X(8)
                                                 VALUE "TRAILER".
             05 GLT-BILL-MONTH                  PIC 9(6).
             05 GLT-RECORD-COUNT                PIC 9(9).
             05 GLT-AMOUNT-TOTAL                PIC 9(11)V99.
