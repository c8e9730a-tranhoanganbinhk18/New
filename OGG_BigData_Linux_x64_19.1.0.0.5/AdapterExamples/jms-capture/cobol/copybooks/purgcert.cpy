      *   CLOSED-CARD PURGE CERTIFICATE RECORD
      *   WRITTEN BY CRDPURGE AND KEPT BY AUDIT IN PLACE OF THE
      *   DATA ITSELF.  ONE DETAIL RECORD PER CARD PURGED (OR, ON
      *   A DRY RUN, PER CARD THAT WOULD BE), WITH THE PAN MASKED
      *   TO FIRST-6/LAST-4 AND THE NUMBER OF RECORDS REMOVED
      *   FROM EACH FILE - A NON-ZERO COUNT IS A FILE TOUCHED.
      *   THE LAST RECORD IS THE CONTROL TRAILER ("TRAILER" IN THE
      *   FIRST EIGHT BYTES) WITH THE RUN TOTALS.  PC-RUN-MODE IS
      *   "PURGE " OR "DRYRUN".
       01 PURGE-CERT-RECORD.
             05 PC-RECORD-TYPE                  PIC X(8).
      *   DATEFORMAT YYYYMMDD
             05 PC-RUN-DATE                     PIC 9(8).
             05 PC-RUN-MODE                     PIC X(6).
             05 PC-MASKED-PAN                   PIC X(19).
             05 PC-PAN-SEQ-NUM                  PIC 9(3).
             05 PC-ISSUER-FIID                  PIC X(4).
             05 PC-CARD-STATUS                  PIC X.
      *   DATEFORMAT YYMM
             05 PC-EXPIRY-DATE                  PIC 9(4).
             05 PC-CARDMSTR-COUNT               PIC 9(5).
             05 PC-SUSPFILE-COUNT               PIC 9(5).
             05 PC-REISCTL-COUNT                PIC 9(5).
             05 PC-DORMACT-COUNT                PIC 9(5).
             05 PC-SNAPFILE-COUNT               PIC 9(5).
             05 PC-CHGHIST-COUNT                PIC 9(5).
             05 PC-CORRFILE-COUNT               PIC 9(5).
       01 PURGE-CERT-TRAILER.
             05 PCT-RECORD-ID                   PIC X(8)
                                                 VALUE "TRAILER".
      *   DATEFORMAT YYYYMMDD
             05 PCT-RUN-DATE                    PIC 9(8).
             05 PCT-RUN-MODE                    PIC X(6).
             05 PCT-CARDS-PURGED                PIC 9(9).
             05 PCT-CARDS-HELD                  PIC 9(9).
             05 PCT-CARDMSTR-COUNT              PIC 9(9).
             05 PCT-SUSPFILE-COUNT              PIC 9(9).
             05 PCT-REISCTL-COUNT               PIC 9(9).
             05 PCT-DORMACT-COUNT               PIC 9(9).
             05 PCT-SNAPFILE-COUNT              PIC 9(9).
             05 PCT-CHGHIST-COUNT               PIC 9(9).
             05 PCT-CORRFILE-COUNT              PIC 9(9).
