      *   TEST-BED SURROGATE CROSS-REFERENCE RECORD
      *   WRITTEN BY TESTBED, ONE RECORD PER DISTINCT PRODUCTION
      *   PAN (Table1_Key) AND PER DISTINCT Account_Number IT
      *   REPLACED, GIVING THE REAL VALUE AND THE SURROGATE THAT
      *   STANDS FOR IT EVERYWHERE ON THE TEST BED.  THIS FILE
      *   HOLDS LIVE CARD NUMBERS: IT IS WRITTEN TO ITS OWN DD
      *   (TBXREF), STAYS ON THE PRODUCTION SECURE SIDE UNDER THE
      *   SAME CONTROLS AS THE TABLE1 EXTRACT, AND IS NEVER SHIPPED
      *   WITH THE TEST BED.
       01 TEST-BED-XREF-RECORD.
             05 TX-VALUE-TYPE                   PIC X(4).
                88 TX-PAN-VALUE                 VALUE "PAN ".
                88 TX-ACCOUNT-VALUE             VALUE "ACCT".
             05 TX-REAL-VALUE                   PIC X(19).
             05 TX-SURROGATE-VALUE              PIC X(19).
