      *   MONTH-END CARD PORTFOLIO HISTORY RECORD
      *   ONE RECORD PER MONTH / Issuer_FIID / Card_Type /
      *   Card_Status LINE OF THE PORTFOLIO ROLL-FORWARD, KEYED ON
      *   PH-KEY AND WRITTEN BY PORTROLL.  A RERUN OF A MONTH
      *   CLEARS THAT MONTH'S RECORDS AND WRITES THEM AGAIN.  THE
      *   LINE FOOTS WHEN
      *     OPENING + NEW + REISSUED - CLOSED - EXPIRED = CLOSING
      *   AND PH-DIFFERENCE IS CLOSING LESS THAT FIGURE (ZERO ON A
      *   LINE THAT FOOTS).  PH-OPENING-COUNT IS THE PRIOR MONTH'S
      *   PH-CLOSING-COUNT FOR THE SAME LINE.  PH-CLOSING-LIMIT IS
      *   THE TOTAL Daily_Limit OF THE CARDS IN PH-CLOSING-COUNT.
       01 PORTFOLIO-HISTORY-RECORD.
             03 PH-KEY.
      *   DATEFORMAT YYYYMM
                   05 PH-MONTH                 PIC 9(6).
                   05 PH-ISSUER-FIID           PIC X(4).
                   05 PH-CARD-TYPE             PIC XX.
                   05 PH-CARD-STATUS           PIC X.
             03 PH-OPENING-COUNT               PIC 9(9).
             03 PH-NEW-COUNT                   PIC 9(9).
             03 PH-REISSUED-COUNT              PIC 9(9).
             03 PH-CLOSED-COUNT                PIC 9(9).
             03 PH-EXPIRED-COUNT               PIC 9(9).
             03 PH-CLOSING-COUNT               PIC 9(9).
             03 PH-DIFFERENCE                  PIC S9(9).
             03 PH-CLOSING-LIMIT               PIC 9(11)V99.
      *   DATEFORMAT YYYYMMDD
             03 PH-RUN-DATE                    PIC 9(8).
