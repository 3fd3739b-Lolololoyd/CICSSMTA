	   05  TICKD-ENTERED-DATE		 PIC 9(08).
	   05  TICKD-ENTERED-TIME		 PIC 9(06).
	   05  TICKD-TEXT				 PIC X(60).
      *        An intake-questionnaire answer line (TICKD-LINE-
      *        ANSWER) carries the qset0001 prompt it answers and
      *        the answer side by side.
	   05  TICKD-ANSWER-TEXT REDEFINES
		   TICKD-TEXT.
	       10  TICKD-ANS-PROMPT		 PIC X(30).
	       10  TICKD-ANS-VALUE		 PIC X(30).
      *        Minutes spent on the work this line records - keyed
      *        with the SM0011 entry (and stamped by SM0005 at
      *        closure), accumulated onto the master's
      *        zero; lines written before the field existed may
      *        carry spaces, so readers guard with NUMERIC.
	   05  TICKD-MINUTES			 PIC 9(04).
      *        Record widened 95 -> 120 by the FILECNV2 pad/reload -
      *        new fields are carved from the FILLER at the end.
      *        Line type - spaces is an ordinary work-log entry; a
      *        change request's implementation plan and backout plan
      *        are carried as typed lines so the change board and the
      *        printouts can pick them out of the log. SM0013 writes
      *        a requestor's intake-questionnaire answers as 'Q'
      *        lines ahead of the description.
	   05  TICKD-LINE-TYPE		 PIC X(01).
	       88  TICKD-LINE-WORKLOG		 VALUE SPACE.
	       88  TICKD-LINE-IMPL-PLAN	 VALUE 'I'.
	       88  TICKD-LINE-BACKOUT-PLAN	 VALUE 'B'.
	       88  TICKD-LINE-ANSWER		 VALUE 'Q'.
      *        Visibility - 'I' is an internal desk-only note, kept
      *        off the requestor's TKTPRN01 copy, the TKTNTF01 and
      *        closure notices and SM0019's non-desk view. Spaces
      *        (every machine-written line and every line written
      *        before the flag existed) and 'P' are public.
	   05  TICKD-VISIBILITY			 PIC X(01).
	       88  TICKD-INTERNAL		 VALUE 'I'.
	       88  TICKD-PUBLIC			 VALUE SPACE 'P'.
	   05  FILLER				 PIC X(23).
