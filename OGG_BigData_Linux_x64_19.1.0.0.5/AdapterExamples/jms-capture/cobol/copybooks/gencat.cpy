      *   GC-CYCLE-NUMBER IS THE INTRADAY CAPTURE CYCLE THE
      *   GENERATION BELONGS TO (CAP_CYCLE, 001 FOR A ONCE-NIGHTLY
      *   RUN), SO A DAY'S CYCLES CAN BE TOLD APART IN THE CATALOG.
      *   GC-CREATE-TIMESTAMP IS WHEN GENMGR PHYSICALLY RAN;
      *   GC-BUSINESS-DATE IS THE BUSINESS DATE (BIZDATE) THE
      *   GENERATION BELONGS TO, SO A RUN THAT SLIPS PAST MIDNIGHT
      *   STILL FILES UNDER ITS OWN DAY.  RECORDS CATALOGUED BEFORE
      *   THE FIELD WAS KEPT CARRY SPACES THERE; READERS FALL BACK
      *   TO THE DATE PART OF GC-CREATE-TIMESTAMP.
       01 GENERATION-CATALOG-RECORD.
             05 GC-DDNAME                       PIC X(12).
             05 GC-GENERATION                   PIC 9(4).
             05 GC-RECORD-COUNT                 PIC 9(9).
             05 GC-DISPOSITION                  PIC X(8).
             05 GC-CYCLE-NUMBER                 PIC 9(3).
      *   DATEFORMAT YYYYMMDD
             05 GC-BUSINESS-DATE                PIC 9(8).
