      * Desk call-log record - file 'clog0001'
      * One record per call the desk answers, keyed on the call date,
      * the agent who took it and the time it was logged, so one
      * agent's day is one contiguous key range. Keyed on SM0053 (the
      * services menu's C option): the caller's userid, the service
      * code the call was about with its catalog category copied
      * across, the minutes spent, and whether it was resolved there
      * and then. A call that had to become a ticket carries the
      * ticket number. FCRRPT01 reads it for the first-contact-
      * resolution figures next to TKTTHR01's ticket throughput.
      *
	   05  CLOG-KEY.
	       10  CLOG-DATE			 PIC 9(08).
	       10  CLOG-AGENT			 PIC X(08).
	       10  CLOG-TIME			 PIC 9(06).
	   05  CLOG-CALLER			 PIC X(08).
	   05  CLOG-SVC-CODE			 PIC X(08).
	   05  CLOG-CATEGORY			 PIC X(06).
	   05  CLOG-MINUTES			 PIC 9(03).
	   05  CLOG-RESOLVED			 PIC X(01).
	       88  CLOG-IS-RESOLVED	 VALUE 'Y'.
	       88  CLOG-NOT-RESOLVED	 VALUE 'N'.
	   05  CLOG-TICKET-NUM			 PIC X(06).
	   05  CLOG-NOTE			 PIC X(40).
	   05  FILLER				 PIC X(06).
