      * Intake questionnaire - file 'qset0001'
      * Keyed on QSET-SVC-CODE, the svcc0001 SVC-CODE it belongs to. Up
      * to ten prompts SM0013 puts to a requestor on a second panel
      * when they open a ticket under that service; the answers land in
      * the ticket's work log as typed 'Q' tktd0001 lines (see
      * TICKD-ANSWER-TEXT) ahead of the description. Maintained on
      * SM0049. A service with no record asks nothing.
      *
	   05  QSET-SVC-CODE			 PIC X(08).
      *        Prompts are packed from the front - the first blank
      *        prompt ends the set.
	   05  QSET-QUESTION			 OCCURS 10 TIMES.
	       10  QSET-PROMPT			 PIC X(30).
	       10  QSET-REQUIRED		 PIC X(01).
		   88  QSET-IS-REQUIRED		 VALUE 'Y'.
      *        Answer edit - N numeric, D date (YYYYMMDD), Y yes/no,
      *        T (or blank) free text.
	       10  QSET-EDIT			 PIC X(01).
		   88  QSET-EDIT-NUMERIC	 VALUE 'N'.
		   88  QSET-EDIT-DATE		 VALUE 'D'.
		   88  QSET-EDIT-YESNO		 VALUE 'Y'.
		   88  QSET-EDIT-TEXT		 VALUE 'T' SPACE.
	   05  QSET-UPDATEDBY			 PIC X(08).
	   05  FILLER				 PIC X(24).
