      *   THE OTHERS, AND THE PER-CYCLE I/U/D TALLIES LET THE
      *   END-OF-DAY STEP (CYCRECON) PROVE THE CYCLES SUM TO THE
      *   DAILY SRCDELTA FIGURES RECONCIL BALANCES AGAINST.
      *   CKPT-TIMESTAMP IS WHEN THE RUN PHYSICALLY STARTED;
      *   CKPT-BUSINESS-DATE IS THE BUSINESS DATE (BIZDATE) THE
      *   CYCLE BELONGS TO, WHICH IS WHAT CYCRECON SELECTS ON, SO A
      *   CYCLE THAT STARTS AFTER MIDNIGHT OR A RERUN OF A PAST DAY
      *   IS STILL COUNTED UNDER ITS OWN BUSINESS DATE.  A RESTART
      *   KEEPS THE BUSINESS DATE OF THE RUN IT IS RESUMING.
       01 CHECKPOINT-RECORD.
             05 CKPT-RUN-ID                     PIC X(8).
             05 CKPT-CYCLE-NUMBER               PIC 9(3).
             05 CKPT-SUM-BIG-DEC                PIC S9(28)V9(10).
             05 CKPT-BIG-DEC-OVERFLOW-COUNT     PIC 9(9).
             05 CKPT-STATUS                     PIC X(11).
             05 CKPT-TIMESTAMP                  PIC X(14).
      *   DATEFORMAT YYYYMMDD
             05 CKPT-BUSINESS-DATE              PIC 9(8).
