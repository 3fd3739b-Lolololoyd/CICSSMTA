      * Business-hours record - file 'bhrs0001'
      * One record per region, keyed on the same two-byte region the
      * bday0001 calendar uses: '**' is the global default week every
      * region without its own record works to, and a region's own
      * record sits under its NAMEFILE region code. Each weekday
      * (1 Monday through 7 Sunday) carries the desk's opening and
      * closing time as HHMM; a day whose end is not after its start
      * is closed. The hour-based SLA clock (BHRSADD1) only runs
      * inside these hours, and skips the bday0001 holidays on top.
      * Maintained through SM0051.
      *
	   05  BHRS-REGION			 PIC X(02).
	   05  BHRS-WEEK.
	       10  BHRS-DAY			 OCCURS 7 TIMES.
		   15  BHRS-START		 PIC 9(04).
		   15  BHRS-END			 PIC 9(04).
	   05  BHRS-UPDATED-BY			 PIC X(08).
	   05  BHRS-UPDATED-DATE		 PIC 9(08).
	   05  FILLER				 PIC X(06).
