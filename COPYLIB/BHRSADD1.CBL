      * Business-hours clock - procedure member, COPYd into the body
      * of a due-stamping paragraph, paired with the BHRSWRK1 work
      * fields. Starts at BHRX-FROM-DATE/BHRX-FROM-TIME and runs
      * BHRX-HOURS of business time forward through the BHRX-WEEK
      * opening hours the caller loaded - time before a day's opening
      * waits for the opening, time after its close rolls to the next
      * open day - skipping closed weekdays and every date the
      * caller's 975-CHECK-BHRS-HOLIDAY flags in BHRX-HOLIDAY (its
      * bday0001 probe, regional first and '**' as the fall-back, the
      * same calendar the whole-day arithmetic steps over). Leaves
      * the target in BHRX-DUE-DATE/BHRX-DUE-TIME, to the minute. A
      * week with no open hours at all gives up after a year's walk
      * and leaves both zero - "no target", the due-date convention.
      *
	   COMPUTE BHRX-LEFT = BHRX-HOURS * 60
	   MOVE ZERO TO BHRX-DUE-DATE BHRX-DUE-TIME BHRX-GUARD
	   COMPUTE BHRX-INT = FUNCTION INTEGER-OF-DATE(BHRX-FROM-DATE)
	   COMPUTE BHRX-CUR-MIN = BHRX-FROM-HH * 60 + BHRX-FROM-MM
	   PERFORM UNTIL BHRX-LEFT = ZERO OR BHRX-GUARD > 366
	       COMPUTE BHRX-DOW = FUNCTION MOD(BHRX-INT 7)
	       IF BHRX-DOW = ZERO
		   MOVE 7 TO BHRX-DOW
	       END-IF
	       MOVE ZERO TO BHRX-OPEN-MIN BHRX-CLOSE-MIN
	       IF BHRX-START(BHRX-DOW) NUMERIC
		   AND BHRX-END(BHRX-DOW) NUMERIC
		   MOVE BHRX-START(BHRX-DOW) TO BHRX-HHMM
		   COMPUTE BHRX-OPEN-MIN =
		       BHRX-HHMM-HH * 60 + BHRX-HHMM-MM
		   MOVE BHRX-END(BHRX-DOW) TO BHRX-HHMM
		   COMPUTE BHRX-CLOSE-MIN =
		       BHRX-HHMM-HH * 60 + BHRX-HHMM-MM
	       END-IF
	       MOVE 'N' TO BHRX-HOLIDAY
	       COMPUTE BHRX-PROBE-DATE =
		   FUNCTION DATE-OF-INTEGER(BHRX-INT)
	       IF BHRX-CLOSE-MIN > BHRX-OPEN-MIN
		   PERFORM 975-CHECK-BHRS-HOLIDAY
	       END-IF
	       IF BHRX-CLOSE-MIN > BHRX-OPEN-MIN
		   AND NOT BHRX-IS-HOLIDAY
		   IF BHRX-CUR-MIN < BHRX-OPEN-MIN
		       MOVE BHRX-OPEN-MIN TO BHRX-CUR-MIN
		   END-IF
		   IF BHRX-CUR-MIN < BHRX-CLOSE-MIN
		       COMPUTE BHRX-AVAIL =
			   BHRX-CLOSE-MIN - BHRX-CUR-MIN
		       IF BHRX-AVAIL >= BHRX-LEFT
			   ADD BHRX-LEFT TO BHRX-CUR-MIN
			   MOVE ZERO TO BHRX-LEFT
			   MOVE BHRX-PROBE-DATE TO BHRX-DUE-DATE
			   DIVIDE BHRX-CUR-MIN BY 60
			       GIVING BHRX-DUE-HH
			       REMAINDER BHRX-DUE-MM
			   MOVE ZERO TO BHRX-DUE-SS
		       ELSE
			   SUBTRACT BHRX-AVAIL FROM BHRX-LEFT
		       END-IF
		   END-IF
	       END-IF
	       IF BHRX-LEFT > ZERO
		   ADD 1 TO BHRX-INT BHRX-GUARD
		   MOVE ZERO TO BHRX-CUR-MIN
	       END-IF
	   END-PERFORM
