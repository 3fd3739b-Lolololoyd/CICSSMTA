      * Ticket cost-estimate record - file 'tkec0001'
      * One record per ticket opened with an estimated cost, keyed on
      * the ticket number - a sidecar, since tktm0001 has no spare
      * bytes. SM0013 writes it at open with the requestor's
      * department and the apat0001 band the estimate fell in, the
      * band's named approver or chain level copied in so a later
      * change to the authority table cannot move the goal posts
      * under an in-flight approval. Zero level and blank approver
      * mean no authority beyond the APPROVER flag is needed.
      *
	   05  TKEC-TICKET-NUM			 PIC X(06).
	   05  TKEC-EST-COST			 PIC 9(07)V99.
	   05  TKEC-DEPT			 PIC X(05).
	   05  TKEC-BAND-MAX-COST		 PIC 9(07)V99.
	   05  TKEC-AUTH-LEVEL			 PIC 9(01).
	   05  TKEC-AUTH-APPROVER		 PIC X(08).
	   05  TKEC-ENTERED-BY			 PIC X(08).
	   05  TKEC-ENTERED-DATE		 PIC 9(08).
	   05  FILLER				 PIC X(06).
