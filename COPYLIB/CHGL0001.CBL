      * Chargeback ledger record - file 'chgl0001'
      * The frozen chargeback lines of every closed period, written by
      * the CHGCLS01 period close and never changed afterwards. Keyed
      * ticket first (ticket, period the line is booked to, sequence
      * within the period) so one ticket's whole charge history is one
      * contiguous key range. A ticket charged at close gets O
      * (original) lines in its closing month - S for the flat
      * rate0001 price, P for its parts. A later reopen, reclassify
      * or parts change on an already-charged ticket never touches
      * those lines: the next close books A (adjustment) lines into
      * the period being closed, dated and with the reason, that
      * reverse the standing charge and/or charge the new one. The
      * department is the one the ticket was first charged to.
      * CHGBCK01 rebuilds a closed month's extract from here.
      *
	   05  CHGL-KEY.
	       10  CHGL-TICKET			 PIC X(06).
	       10  CHGL-PERIOD			 PIC 9(06).
	       10  CHGL-SEQ			 PIC 9(03).
	   05  CHGL-TYPE			 PIC X(01).
	       88  CHGL-SERVICE-RATE		 VALUE 'S'.
	       88  CHGL-PARTS			 VALUE 'P'.
	   05  CHGL-ENTRY			 PIC X(01).
	       88  CHGL-ORIGINAL		 VALUE 'O'.
	       88  CHGL-ADJUSTMENT		 VALUE 'A'.
	   05  CHGL-DEPT			 PIC X(05).
	   05  CHGL-SVC-CODE			 PIC X(08).
      *        Negative on a reversal or a reduced parts charge.
	   05  CHGL-AMOUNT			 PIC S9(07)V99.
	   05  CHGL-POSTED-DATE			 PIC 9(08).
	   05  CHGL-REASON			 PIC X(30).
	   05  FILLER				 PIC X(23).
