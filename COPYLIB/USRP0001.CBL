      * Keyed on USRP-USERID (8 bytes, the same width as UAF00001's
      * UAF-USERID) - lets a user's print requests route to their own
      * configured CICS terminal instead of every print request
      * hardcoding TERMID('P001'). USRP-LANGUAGE is the language
      * the user's screen messages are shown in (the msgc0001
      * catalog, see SM0072) - blank is EN. Set on SM0071.
      *
	   05  USRP-USERID			 PIC X(08).
	   05  USRP-PRINT-TERMID		 PIC X(04).
	   05  USRP-LANGUAGE			 PIC X(02).
      *        Open-ticket digest (TKTDIG01) - how often the user
      *        is sent the list of their live tickets: D (or blank)
      *        daily, W weekly, N never; Y in DIGEST-CHANGES sends
      *        only the tickets whose status moved since the last
      *        digest. DIGEST-LAST-DATE is stamped by TKTDIG01 when
      *        one goes out - zero until then. Set on SM0071.
	   05  USRP-DIGEST-FREQ			 PIC X(01).
	       88  USRP-DIGEST-DAILY		 VALUE 'D' SPACE.
	       88  USRP-DIGEST-WEEKLY		 VALUE 'W'.
	       88  USRP-DIGEST-NEVER		 VALUE 'N'.
	   05  USRP-DIGEST-CHANGES		 PIC X(01).
	       88  USRP-DIGEST-CHANGES-ONLY	 VALUE 'Y'.
	   05  USRP-DIGEST-LAST-DATE		 PIC 9(08).
	   05  FILLER				 PIC X(16).
