      * check (SM0044) rewrites it on every probe with the overall
      * PASS/FAIL, the run stamp and one Y/N per check, and the
      * operations monitor reads it back - first-call detection of a
      * broken file stops being a user on the phone. The feed0001
      * heartbeat (when the monitoring feed was last heard from) is
      * carried along for the monitor - information, not a PASS/FAIL
      * check; SM0050 is what alerts on a silent feed.
      *
	   05  HLTH-KEY			 PIC X(08).
	   05  HLTH-RESULT			 PIC X(04).
	   05  HLTH-TKTC			 PIC X(01).
	   05  HLTH-QUEUE			 PIC X(01).
	   05  HLTH-BDAY			 PIC X(01).
	   05  HLTH-FEED-DATE			 PIC 9(08).
	   05  HLTH-FEED-TIME			 PIC 9(06).
