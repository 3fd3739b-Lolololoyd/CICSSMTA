      * Preventive-maintenance schedule record - file 'pmsc0001'
      * Keyed on PMSC-ID (8 bytes, an operator-chosen schedule name,
      * the same reference-table shape FRZW0001 uses). Each entry is a
      * routine ticket the desk used to re-key by hand - tape rotation,
      * certificate renewal, the quarterly DR test. The nightly PMSOPN01
      * run opens one under PMSC-SVC-CODE for PMSC-REQUESTOR on every
      * day the frequency falls due, numbered, dated and routed exactly
      * as TKTOPN01 opens a feed ticket, with the summary and the three
      * description lines as its opening work log. Frequency:
      *   D - every day
      *   W - weekly on PMSC-WEEKDAY (1 Monday .. 7 Sunday)
      *   M - monthly on PMSC-MONTH-DAY (a day past the month's end
      *       means its last day)
      *   Q - quarterly on PMSC-MONTH-DAY of the PMSC-QTR-MONTH'th month
      *       of each calendar quarter (1 = Jan/Apr/Jul/Oct)
      * A due day that is a weekend or a bday0001 non-working day for
      * the service's routing region is skipped (S) or rolled forward
      * to the next working day (R, the default). PMSC-LAST-DATE is the
      * run date that last opened a ticket from the entry, so a rerun
      * never opens the same occurrence twice. Maintained through SM0046,
      * SM0008-style.
      *
	   05  PMSC-ID				 PIC X(08).
	   05  PMSC-SVC-CODE			 PIC X(08).
	   05  PMSC-REQUESTOR			 PIC X(08).
	   05  PMSC-SUMMARY			 PIC X(40).
	   05  PMSC-DESC		 OCCURS 3 TIMES PIC X(60).
	   05  PMSC-FREQ			 PIC X(01).
	       88  PMSC-DAILY			 VALUE 'D'.
	       88  PMSC-WEEKLY			 VALUE 'W'.
	       88  PMSC-MONTHLY			 VALUE 'M'.
	       88  PMSC-QUARTERLY		 VALUE 'Q'.
	   05  PMSC-WEEKDAY			 PIC 9(01).
	   05  PMSC-MONTH-DAY			 PIC 9(02).
	   05  PMSC-QTR-MONTH			 PIC 9(01).
	   05  PMSC-NONWORK			 PIC X(01).
	       88  PMSC-NONWORK-SKIP		 VALUE 'S'.
	       88  PMSC-NONWORK-ROLL		 VALUE 'R'.
	   05  PMSC-ACTIVE			 PIC X(01).
	       88  PMSC-IS-ACTIVE		 VALUE 'Y'.
	   05  PMSC-LAST-DATE			 PIC 9(08).
	   05  PMSC-LAST-TICKET			 PIC X(06).
	   05  FILLER				 PIC X(15).
