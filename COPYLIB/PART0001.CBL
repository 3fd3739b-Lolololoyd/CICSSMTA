      * Spare-parts master - file 'part0001'
      * One record per stocked part, keyed on the part number. The
      * on-hand count is decremented by every parts-used entry keyed
      * on a ticket's work log (SM0011), and PRTROR01 lists each part
      * whose on-hand has fallen below its reorder point. The unit
      * cost is what the ticket's parts charge is priced at when it
      * is used - see ptus0001. Maintained through SM0054.
      *
	   05  PART-NUM				 PIC X(10).
	   05  PART-DESC			 PIC X(30).
	   05  PART-UNIT-COST			 PIC 9(05)V99.
	   05  PART-ON-HAND			 PIC 9(05).
	   05  PART-REORDER-PT			 PIC 9(05).
	   05  PART-LOCATION			 PIC X(10).
	   05  PART-UPDATED-BY			 PIC X(08).
	   05  PART-UPDATED-DATE		 PIC 9(08).
	   05  FILLER				 PIC X(17).
