      *   INDEXED-FILE UTILITY RUN LOG RECORD
      *   ONE RECORD PER IDXUTIL RUN, APPENDED TO THE UTILITY LOG
      *   SO AUDIT CAN SEE WHO UNLOADED, RESTORED, REORGANIZED OR
      *   VERIFIED WHICH FILE, FROM WHICH BACKUP, AND HOW IT
      *   ENDED.  UL-FUNCTION: "UNLOAD", "RELOAD", "REORG" OR
      *   "VERIFY".  UL-BACKUP-DATE/UL-BACKUP-TIME IDENTIFY THE
      *   BACKUP WRITTEN OR READ.  UL-FORCED "Y" MEANS THE
      *   OPERATOR OVERRODE A WRONG-FILE OR OLDER-BACKUP REFUSAL.
      *   UL-RESULT: "OK", "REFUSED", "FAILED" OR "DIFFERS" (A
      *   VERIFY THAT FOUND THE LIVE FILE NO LONGER MATCHES ITS
      *   BACKUP).
       01 UTILITY-LOG-RECORD.
      *   DATEFORMAT YYYYMMDD
             05 UL-RUN-DATE                     PIC 9(8).
      *   DATEFORMAT HHMMSS
             05 UL-RUN-TIME                     PIC 9(6).
             05 UL-OPERATOR-ID                  PIC X(8).
             05 UL-FUNCTION                     PIC X(8).
             05 UL-FILE-ID                      PIC X(8).
             05 UL-BACKUP-FILE-ID               PIC X(8).
      *   DATEFORMAT YYYYMMDD
             05 UL-BACKUP-DATE                  PIC 9(8).
      *   DATEFORMAT HHMMSS
             05 UL-BACKUP-TIME                  PIC 9(6).
             05 UL-RECORD-COUNT                 PIC 9(9).
             05 UL-HASH-TOTAL                   PIC 9(18).
             05 UL-FORCED                       PIC X.
             05 UL-RESULT                       PIC X(8).
             05 UL-REASON                       PIC X(50).
