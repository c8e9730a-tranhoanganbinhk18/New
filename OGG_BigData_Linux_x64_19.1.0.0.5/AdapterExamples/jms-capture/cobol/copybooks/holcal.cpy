      *   HOLIDAY CALENDAR RECORD
      *   ONE RECORD PER NON-WORKING WEEKDAY, MAINTAINED BY
      *   OPERATIONS A YEAR OR MORE AHEAD AND READ BY DATECTL TO
      *   WORK OUT THE BUSINESS DAYS.  SATURDAYS AND SUNDAYS ARE
      *   NEVER BUSINESS DAYS AND NEED NOT BE LISTED.  RECORDS MAY
      *   BE IN ANY ORDER.
       01 HOLIDAY-CALENDAR-RECORD.
      *   DATEFORMAT YYYYMMDD
             05 HC-HOLIDAY-DATE                 PIC 9(8).
             05 FILLER                          PIC X.
             05 HC-DESCRIPTION                  PIC X(30).
