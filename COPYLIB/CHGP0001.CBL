      * Chargeback period record - file 'chgp0001'
      * One record per chargeback month CHGCLS01 has closed, keyed on
      * the month (YYYYMM), with the close date and the totals that
      * went to the general ledger. A month with a record here is
      * frozen on chgl0001: CHGBCK01 reads it from the ledger instead
      * of re-pricing, and later changes to its tickets are booked as
      * adjustments in the next month closed. Months close in order -
      * CHGCLS01 only closes the month after the last one on file.
      *
	   05  CHGP-PERIOD			 PIC 9(06).
	   05  CHGP-STATUS			 PIC X(01).
	       88  CHGP-CLOSED			 VALUE 'C'.
	   05  CHGP-CLOSED-DATE			 PIC 9(08).
	   05  CHGP-ORIG-COUNT			 PIC 9(06).
	   05  CHGP-ADJ-COUNT			 PIC 9(06).
	   05  CHGP-DEBIT-TOTAL			 PIC 9(09)V99.
	   05  CHGP-CREDIT-TOTAL		 PIC 9(09)V99.
	   05  FILLER				 PIC X(31).
