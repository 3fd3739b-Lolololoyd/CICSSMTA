      * Fiscal-period record - file 'fper0001'
      * One record per period of finance's fiscal calendar (4-4-5
      * weeks, so a period does not follow the calendar month), keyed
      * fiscal year + period number, with the period's first and last
      * day and the fiscal quarter it rolls up into. Maintained on
      * SM0066. The monthly reports resolve a fiscal period, quarter
      * or year-to-date parameter to a date range through it - the
      * FPERWRK1/FPERRNG1 pair - so a quarter is whatever periods
      * finance has put in it, not three calendar months.
      *
	   05  FPER-KEY.
	       10  FPER-YEAR			 PIC 9(04).
	       10  FPER-PERIOD			 PIC 9(02).
	   05  FPER-START-DATE			 PIC 9(08).
	   05  FPER-END-DATE			 PIC 9(08).
	   05  FPER-QUARTER			 PIC 9(01).
	   05  FPER-UPD-BY			 PIC X(08).
	   05  FPER-UPD-DATE			 PIC 9(08).
	   05  FILLER				 PIC X(41).
