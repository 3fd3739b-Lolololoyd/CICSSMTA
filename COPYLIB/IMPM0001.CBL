      * Ticket-history import master record - interface file
      * 'IMPMAST', the fixed-width layout an acquired service desk
      * extracts its tickets in for TKTIMP01. One M record per
      * ticket in ascending IMPM-SRC-NUM order, then one T trailer
      * carrying the number of M records the extract wrote. Codes
      * and people are the source desk's own - TKTIMP01 maps them
      * through the IMPMAP table.
      *
	   05  IMPM-REC-TYPE			 PIC X(01).
	       88  IMPM-MASTER			 VALUE 'M'.
	       88  IMPM-TRAILER			 VALUE 'T'.
	   05  IMPM-MASTER-DATA.
	       10  IMPM-SRC-NUM			 PIC X(12).
	       10  IMPM-STATUS			 PIC X(04).
	       10  IMPM-SERVICE			 PIC X(12).
	       10  IMPM-PRIORITY		 PIC X(02).
	       10  IMPM-REQUESTOR		 PIC X(12).
	       10  IMPM-ASSIGNED		 PIC X(12).
	       10  IMPM-CLOSED-BY		 PIC X(12).
	       10  IMPM-OPEN-DATE		 PIC 9(08).
	       10  IMPM-OPEN-TIME		 PIC 9(06).
	       10  IMPM-DUE-DATE		 PIC 9(08).
	       10  IMPM-CLOSED-DATE		 PIC 9(08).
	       10  IMPM-RESOLUTION		 PIC X(06).
	       10  IMPM-SUMMARY			 PIC X(60).
	       10  FILLER			 PIC X(37).
	   05  IMPM-TRAILER-DATA REDEFINES
		   IMPM-MASTER-DATA.
	       10  IMPM-TRL-COUNT		 PIC 9(07).
	       10  FILLER			 PIC X(192).
