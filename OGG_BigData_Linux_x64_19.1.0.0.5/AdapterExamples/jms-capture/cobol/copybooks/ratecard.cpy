      *   SERVICE BILLING RATE-CARD RECORD
      *   ONE RECORD PER Issuer_FIID PER PRICE CHANGE, MAINTAINED
      *   BY FINANCE AND READ BY ISSBILL AT MONTH END.  RT-ISSUER-
      *   FIID "****" IS THE STANDARD RATE FOR ANY ISSUER WITHOUT
      *   A RATE OF ITS OWN.  THE RATE USED FOR A BILLING MONTH IS
      *   THE ONE WITH THE LATEST RT-EFFECTIVE-MONTH NOT AFTER IT,
      *   SO A PRICE CHANGE IS KEYED AHEAD OF TIME AND OLD MONTHS
      *   STILL RERUN AT THEIR OLD PRICES.  RT-UNIT-RATE IS THE
      *   PRICE PER UNIT OF EACH BILLED SERVICE, IN THIS ORDER:
      *     (1) CARDS ON FILE             (CARDMSTR)
      *     (2) CARDS SENT TO EMBOSSING   (REISCTL)
      *     (3) PINS RE-ENCRYPTED         (KEYROTAT)
      *     (4) TRAVEL NOTIFICATIONS SENT (TRVLFEED)
      *     (5) OPERATOR CORRECTIONS      (CORRFILE)
      *     (6) CARDS HELD IN SUSPENSE    (SUSPFILE)
       01 RATE-CARD-RECORD.
             05 RT-ISSUER-FIID                  PIC X(4).
      *   DATEFORMAT YYYYMM
             05 RT-EFFECTIVE-MONTH              PIC 9(6).
             05 RT-UNIT-RATE                    PIC 9(3)V9(4)
                                                 OCCURS 6 TIMES.
