      *   BEFORE/AFTER-IMAGE CHANGE MESSAGE LINE
      *   WRITTEN BY CHGMSG FOR THE BIGDATA/JMS CONSUMERS, ONE
      *   VARIABLE-LENGTH "|"-DELIMITED LINE PER ALL_DT CHANGE:
      *     MSG|op|table-name|timestamp|KEY-COL|before|after|
      *         CHAR-COL|before|after| ... |TIMESTAMP-COL|before|after
      *   EVERY ALL_DT COLUMN (COPYBOOK.CPY) APPEARS, IN COPYBOOK
      *   ORDER, AS ITS NAME FOLLOWED BY ITS BEFORE AND AFTER
      *   VALUE.  AN "I" HAS AN EMPTY BEFORE VALUE AND A "D" AN
      *   EMPTY AFTER VALUE; A "U" OR "D" WHOSE KEY HAD NO PRIOR
      *   IMAGE ALSO HAS AN EMPTY BEFORE VALUE.  TRAILING SPACES
      *   ARE DROPPED; A "|" OR "\" INSIDE A VALUE IS PRECEDED BY
      *   "\".  THE HEADER TIMESTAMP, DATE-COL AND TIMESTAMP-COL
      *   ARE IN ISO FORM (YYYY-MM-DDTHH:MM:SS[.FRACTION]).  THE
      *   NUMERIC COLUMNS ARE WITHOUT LEADING ZEROS AND THE DECIMAL
      *   COLUMNS ARE UNSCALED INTEGERS - SCALE 2 FOR SMALL-DEC-COL,
      *   7 FOR MED-DEC-COL AND 10 FOR BIG-DEC-COL.
      *   AFTER THE MESSAGES COMES ONE TRAILER LINE PER TABLE:
      *     TRL|table-name|I|n|U|n|D|n|SENT|n|NOCHANGE|n
      *   I/U/D ARE THE CAPTURED COUNTS, AS RECONCIL TALLIES THEM;
      *   SENT IS THE MESSAGES WRITTEN AND NOCHANGE THE UPDATES
      *   LEFT OUT BECAUSE NO COLUMN CHANGED.  A LAST LINE
      *     END|captures read|messages sent
      *   CLOSES THE FILE.
       01 CHANGE-MESSAGE-LINE                   PIC X(2000).
