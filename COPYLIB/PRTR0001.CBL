      * jammed third-floor printer no longer sits on its label runs
      * until somebody notices. An unregistered printer behaves the
      * pre-registry way. Maintained through SM0039, SM0008-style.
      * A type M entry is a mail destination, not a terminal - for
      * remote staff with no printer, or as the backup behind a
      * printer that has none. SPLS is never STARTed there; SPLMAL01
      * renders its QUEUED requests onto the SPLMOUT mail-gateway
      * file addressed to the requesting user, and SPLRCN01 marks
      * them off from the gateway's acknowledgments.
      *
	   05  PRTR-TERMID			 PIC X(04).
	   05  PRTR-LOCATION			 PIC X(20).
	       88  PRTR-IS-UP			 VALUE 'Y'.
	   05  PRTR-BACKUP			 PIC X(04).
	   05  PRTR-FAIL-COUNT			 PIC 9(03).
	   05  PRTR-TYPE			 PIC X(01).
	       88  PRTR-IS-MAIL			 VALUE 'M'.
