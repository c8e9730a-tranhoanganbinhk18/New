      *   PROCESSING-DATE CONTROL RECORD
      *   ONE RECORD, MAINTAINED BY DATECTL AND READ AT THE START OF
      *   EVERY PROGRAM IN THE SUITE, WHICH TAKES BD-CURRENT-DATE AS
      *   ITS "TODAY" IN PLACE OF THE SYSTEM CLOCK - A RUN THAT
      *   SLIPS PAST MIDNIGHT STILL RUNS FOR ITS OWN BUSINESS DATE.
      *   BD-PRIOR-DATE AND BD-NEXT-DATE ARE THE BUSINESS DAYS
      *   EITHER SIDE OF IT BY THE HOLIDAY CALENDAR (HOLCAL,
      *   HOLCAL.CPY): SATURDAYS, SUNDAYS AND LISTED HOLIDAYS ARE
      *   NOT BUSINESS DAYS.  BD-MONTH-END-FLAG IS "Y" ON THE LAST
      *   BUSINESS DAY OF A MONTH.  DATECTL ROLLS THE RECORD ON ONE
      *   BUSINESS DAY AT END OF DAY, AND ONLY ONCE MORNCTL HAS
      *   GIVEN AN OVERALL GO FOR BD-CURRENT-DATE.  A RERUN OF A
      *   PAST DAY RUNS WITH BIZDATE POINTED AT A RECORD SET FOR
      *   THAT DAY (DATECTL SET), LEAVING THE LIVE RECORD ALONE.
       01 BUSINESS-DATE-RECORD.
      *   DATEFORMAT YYYYMMDD
             05 BD-CURRENT-DATE                 PIC 9(8).
      *   DATEFORMAT YYYYMMDD
             05 BD-PRIOR-DATE                   PIC 9(8).
      *   DATEFORMAT YYYYMMDD
             05 BD-NEXT-DATE                    PIC 9(8).
             05 BD-MONTH-END-FLAG               PIC X.
                88 BD-MONTH-END                 VALUE "Y".
      *   "ROLL" OR "SET " - THE DATECTL FUNCTION THAT LAST WROTE
      *   THE RECORD, AND THE SYSTEM CLOCK WHEN IT DID SO.
             05 BD-LAST-ACTION                  PIC X(4).
      *   DATEFORMAT YYYYMMDD
             05 BD-CHANGED-DATE                 PIC 9(8).
      *   DATEFORMAT HHMMSS
             05 BD-CHANGED-TIME                 PIC 9(6).
