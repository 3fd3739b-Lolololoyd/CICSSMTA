      * Backlog snapshot record - file 'bkls0001'
      * One record per snapshot date, service code and priority,
      * landed nightly by BKLSNP01 from a pass over tktm0001: how
      * many live tickets sat in each status, how many O/A/P tickets
      * were past TICKET-DUE-DATE, and their average age in days. A
      * priority of '*' carries the service's total over all
      * priorities, and service code '*DESK*' the whole desk's, so
      * BKLTRD01 and the SM0036 trend panel read one record per
      * week instead of adding up. A rerun for the same date replaces
      * that date's records.
      *
	   05  BKLS-KEY.
	       10  BKLS-DATE			 PIC 9(08).
	       10  BKLS-SVC-CODE		 PIC X(08).
		   88  BKLS-DESK-TOTAL		 VALUE '*DESK*'.
	       10  BKLS-PRIORITY		 PIC X(01).
		   88  BKLS-ALL-PRIORITIES	 VALUE '*'.
	   05  BKLS-OPEN			 PIC 9(06).
	   05  BKLS-PEND			 PIC 9(06).
	   05  BKLS-APPR			 PIC 9(06).
	   05  BKLS-WAIT			 PIC 9(06).
	   05  BKLS-BACKLOG			 PIC 9(06).
	   05  BKLS-OVERDUE			 PIC 9(06).
	   05  BKLS-AGE-DAYS			 PIC 9(09).
	   05  BKLS-AVG-AGE			 PIC 9(05)V9.
	   05  FILLER				 PIC X(12).
