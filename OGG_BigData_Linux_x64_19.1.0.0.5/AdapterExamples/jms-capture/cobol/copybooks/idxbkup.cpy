      *   INDEXED-FILE BACKUP RECORD
      *   WRITTEN BY IDXUTIL WHEN IT UNLOADS ONE OF THE SUITE'S
      *   KEYED FILES AND READ BACK BY IT ON A RELOAD, REORGANIZE
      *   OR VERIFY.  THE FIRST RECORD IS THE HEADER, THEN ONE
      *   "DATA" RECORD PER LIVE RECORD IN KEY ORDER (BK-BODY
      *   CARRIES THE RECORD EXACTLY, PADDED WITH SPACES), THEN
      *   THE TRAILER.  BKH-RUN-DATE/BKH-RUN-TIME DATE THE BACKUP
      *   AND ARE WHAT A RELOAD CHECKS TO STOP AN OLDER BACKUP
      *   GOING OVER A NEWER ONE.  BKT-HASH-TOTAL IS THE SUM OF A
      *   PER-RECORD HASH OF EVERY BYTE OF THE RECORD (THE SAME
      *   RUNNING MULTIPLY-BY-31 MODULO 10**8 CRCCHK USES).
       01 INDEX-BACKUP-RECORD.
             03 BK-RECORD-TYPE                  PIC X(8).
                   88 BK-HEADER                  VALUE "HEADER".
                   88 BK-DATA                    VALUE "DATA".
                   88 BK-TRAILER                 VALUE "TRAILER".
             03 BK-BODY                         PIC X(500).
             03 BK-HEADER-BODY REDEFINES BK-BODY.
                   05 BKH-FILE-ID              PIC X(8).
      *   DATEFORMAT YYYYMMDD
                   05 BKH-RUN-DATE             PIC 9(8).
      *   DATEFORMAT HHMMSS
                   05 BKH-RUN-TIME             PIC 9(6).
                   05 BKH-RECORD-COUNT         PIC 9(9).
                   05 BKH-RECORD-LENGTH        PIC 9(5).
                   05 BKH-KEY-LENGTH           PIC 9(3).
                   05 BKH-LOW-KEY              PIC X(65).
                   05 BKH-HIGH-KEY             PIC X(65).
                   05 BKH-OPERATOR-ID          PIC X(8).
                   05 FILLER                   PIC X(323).
             03 BK-TRAILER-BODY REDEFINES BK-BODY.
                   05 BKT-RECORD-COUNT         PIC 9(9).
                   05 BKT-HASH-TOTAL           PIC 9(18).
                   05 FILLER                   PIC X(473).
