           05  FILLER  PIC X(24) VALUE "STATHISTSTATHISTSTATHRPT".
           05  FILLER  PIC X(24) VALUE "STATTRNDSTATHISTTRNDRPT ".
           05  FILLER  PIC X(24) VALUE "CYCRECONCKPTFILECYCRRPT ".
           05  FILLER  PIC X(24) VALUE "HOTCARD CARDMSTRHOTLIST ".
           05  FILLER  PIC X(24) VALUE "DORMANT CARDMSTRDORMRPT ".
           05  FILLER  PIC X(24) VALUE "CARDINTGCARDMSTRINTGRPT ".
           05  FILLER  PIC X(24) VALUE "ISSBILL CARDMSTRBILLRPT ".
           05  FILLER  PIC X(24) VALUE "CRDPURGECARDMSTRPURGRPT ".
           05  FILLER  PIC X(24) VALUE "CHGMSG  CAPFILE CHGMSGF ".
           05  FILLER  PIC X(24) VALUE "IDXUTIL IDXBKUP IDXRPT  ".
           05  FILLER  PIC X(24) VALUE "TESTBED TABLE1INTBTABL1 ".
           05  FILLER  PIC X(24) VALUE "PORTROLLCARDMSTRPORTRPT ".
           05  FILLER  PIC X(24) VALUE "DATECTL MORNRPT BIZDATE ".
       01  WS-TEMPLATE-MAP-TABLE REDEFINES WS-TEMPLATE-MAP-DATA.
           05  WS-TEMPLATE-MAP-ENTRY OCCURS 39 TIMES
                                      INDEXED BY WS-TX.
               10  WS-TM-NAME          PIC X(8).
               10  WS-TM-IN-DDNAME     PIC X(8).
           MOVE "N" TO WS-MAP-FOUND-SW
           SET WS-TX TO 1
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > 39
                  OR WS-MAP-FOUND
               SET WS-TX TO WS-MAP-SUB
               IF WS-TM-NAME(WS-TX) = Template_Name
