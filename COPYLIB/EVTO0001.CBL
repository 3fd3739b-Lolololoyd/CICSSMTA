      * Outbound ticket-event record - interface file 'EVTOUT'
      * One record per ticket state change, published by TKTEVT01
      * from the JRNL after-images for the integration bus. Every
      * record names itself (EVT-REC-ID/EVT-VERSION) and carries
      * enough of the ticket to stand alone - subscribers need not
      * read tktm0001. EVT-SEQ rises by one per event with no gaps
      * for as long as the position record lives; a subscriber
      * that has applied a sequence number can discard any record
      * at or below it. EVT-SRC-* is the journal record the event
      * was taken from, which is how a rerun finds its place.
      *
      *        EVT-TYPE  OPENED   written (new) ticket
      *                  APPROVED status to A
      *                  REJECTED status to J
      *                  WAITING  status to W
      *                  RESUMED  W back to O or A
      *                  CLOSED   status to C
      *                  REOPENED C back to O or A
      *                  ASSIGNED assigned-to changed, status not
      *                  STATUS   any other status change
      *                  DELETED  ticket removed
      *        A change of status and assignee in the one rewrite
      *        is one event of the status type with both assignee
      *        fields filled in.
      *
	   05  EVT-REC-ID			 PIC X(06).
	   05  EVT-VERSION			 PIC X(02).
	   05  EVT-SEQ				 PIC 9(10).
	   05  EVT-TYPE				 PIC X(08).
	   05  EVT-TICKET			 PIC X(06).
	   05  EVT-OLD-STATUS			 PIC X(01).
	   05  EVT-NEW-STATUS			 PIC X(01).
      *        Who made the change - see TKTEVT01 for where it is
      *        found; spaces when the journal does not say.
	   05  EVT-ACTOR			 PIC X(08).
	   05  EVT-DATE				 PIC 9(08).
	   05  EVT-TIME				 PIC 9(06).
	   05  EVT-OLD-ASSIGNED			 PIC X(08).
	   05  EVT-NEW-ASSIGNED			 PIC X(08).
	   05  EVT-SVC-CODE			 PIC X(08).
	   05  EVT-PRIORITY			 PIC X(01).
	   05  EVT-REQUESTOR			 PIC X(08).
	   05  EVT-TEAM-CODE			 PIC X(06).
	   05  EVT-SUMMARY			 PIC X(40).
	   05  EVT-SRC-JRNL-DATE		 PIC 9(07).
	   05  EVT-SRC-JRNL-TIME		 PIC 9(07).
	   05  EVT-SRC-REC-NUM			 PIC 9(07).
	   05  FILLER				 PIC X(04).
