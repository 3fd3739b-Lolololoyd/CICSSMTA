      * Knowledge-article deflection tally - file 'kbdf0001'
      * One record per month per service per kbar0001 article, keyed
      * YYYYMM + service code + the article's KB-TICKET-NUM, so the
      * per-service figures are a plain control break on the key.
      * SM0013 offers the articles whose words match a new ticket's
      * summary before it opens anything; each article offered adds
      * to KBDF-SHOWN, and the one the requestor says solved it adds
      * to KBDF-DEFLECTED instead of a ticket being opened. KBDRPT01
      * prints the monthly deflection report from here.
      *
	   05  KBDF-KEY.
	       10  KBDF-MONTH			 PIC 9(06).
	       10  KBDF-SVC-CODE		 PIC X(08).
	       10  KBDF-KB-TICKET		 PIC X(06).
	   05  KBDF-SHOWN			 PIC 9(07).
	   05  KBDF-DEFLECTED			 PIC 9(07).
	   05  KBDF-LAST-DATE			 PIC 9(08).
	   05  FILLER				 PIC X(08).
