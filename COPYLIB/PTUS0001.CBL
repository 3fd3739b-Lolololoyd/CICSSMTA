      * Parts-used record - file 'ptus0001'
      * One record per parts-used entry keyed on a ticket's work log
      * in SM0011, keyed on the ticket and the sequence of the
      * tktd0001 line that records it, so a ticket's parts are one
      * contiguous key range. The unit cost is copied from part0001
      * at the time of use, so a later price change does not reprice
      * old tickets. CHGBCK01 totals it into the ticket's parts
      * charge line.
      *
	   05  PTUS-KEY.
	       10  PTUS-TICKET-NUM		 PIC X(06).
	       10  PTUS-SEQ-NUM			 PIC X(03).
	   05  PTUS-PART-NUM			 PIC X(10).
	   05  PTUS-QTY				 PIC 9(03).
	   05  PTUS-UNIT-COST			 PIC 9(05)V99.
	   05  PTUS-USED-BY			 PIC X(08).
	   05  PTUS-USED-DATE			 PIC 9(08).
	   05  FILLER				 PIC X(15).
