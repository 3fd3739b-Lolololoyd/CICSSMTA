      * Ticket-history import note record - interface file
      * 'IMPNOTE', the acquired desk's work-log lines for the
      * IMPMAST tickets. One N record per line in ascending
      * IMPN-SRC-NUM / IMPN-NOTE-SEQ order, then one T trailer
      * carrying the number of N records written. Longer notes are
      * split by the extract into 60-byte lines.
      *
	   05  IMPN-REC-TYPE			 PIC X(01).
	       88  IMPN-NOTE			 VALUE 'N'.
	       88  IMPN-TRAILER			 VALUE 'T'.
	   05  IMPN-NOTE-DATA.
	       10  IMPN-SRC-NUM			 PIC X(12).
	       10  IMPN-NOTE-SEQ		 PIC 9(05).
	       10  IMPN-ENTERED-BY		 PIC X(12).
	       10  IMPN-ENTERED-DATE		 PIC 9(08).
	       10  IMPN-ENTERED-TIME		 PIC 9(06).
      *            I is a desk-only note, as TICKD-VISIBILITY.
	       10  IMPN-VISIBILITY		 PIC X(01).
	       10  IMPN-TEXT			 PIC X(60).
	       10  FILLER			 PIC X(15).
	   05  IMPN-TRAILER-DATA REDEFINES
		   IMPN-NOTE-DATA.
	       10  IMPN-TRL-COUNT		 PIC 9(07).
	       10  FILLER			 PIC X(112).
