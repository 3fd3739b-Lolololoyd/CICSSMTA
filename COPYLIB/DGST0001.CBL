      * Open-ticket digest tracking record - file 'dgst0001'
      * One record per ticket that has gone out in a requestor's
      * TKTDIG01 digest, keyed on the ticket number: the status the
      * ticket had in the last digest that listed it and that
      * digest's date. A requestor who asks for changed tickets
      * only (USRP-DIGEST-CHANGES-ONLY) is sent a ticket only when
      * its status differs from DGST-STATUS, or when it has never
      * been in a digest. The record is kept for every listed
      * ticket whatever the requestor's choice, so switching to
      * changes-only works from the next digest. TKTDIG01 drops the
      * records of tickets that are no longer live.
      *
	   05  DGST-TICKET-NUM			 PIC X(06).
	   05  DGST-STATUS			 PIC X(01).
	   05  DGST-LAST-DATE			 PIC 9(08).
	   05  FILLER				 PIC X(15).
