      *   CARD TO CAPTURE-ROW CROSS-REFERENCE RECORD
      *   THE ALL_DT CAPTURE STREAM (COPYBOOK.CPY) IS KEYED ON
      *   TABLE-NAME / KEY-COL AND CARRIES NO PAN, SO THE SOURCE
      *   SIDE SUPPLIES ONE RECORD PER CAPTURE ROW THAT BELONGS TO
      *   A CARD.  CRDPURGE USES IT TO FIND A PURGED CARD'S ROWS
      *   ON SNAPFILE, CHGHIST AND CORRFILE.  ANY ORDER.
       01 CARD-CAPTURE-XREF-RECORD.
             05 PX-TABLE1-KEY                   PIC X(19).
             05 PX-PAN-SEQ-NUM                  PIC 9(3).
             05 PX-TABLE-NAME                   PIC X(32).
             05 PX-KEY-COL                      PIC 9(11).
