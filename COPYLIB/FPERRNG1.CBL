      * Report-period resolver - procedure member, COPYd into the
      * body of a report's period-resolving paragraph, paired with the
      * FPERWRK1 work fields. Turns FPRX-PARM into the YYYYMMDD range
      * FPRX-FROM-DATE to FPRX-TO-DATE: a calendar month runs from
      * its 1st to its 31st (a date compare, so a short month is no
      * matter); a fiscal period, quarter or to-date rollup runs from
      * the first day of the earliest fper0001 period it takes in to
      * the last day of the latest, the quarter taken from each
      * period's own FPER-QUARTER. A blank parameter is the caller's
      * FPRX-DEFAULT-MONTH. Periods missing from the file are simply
      * not in the range; none at all is an error, as is a form the
      * member does not know.
      *
	   MOVE 'N' TO FPRX-VALID
	   MOVE SPACE TO FPRX-KIND
	   MOVE SPACES TO FPRX-ERROR FPRX-LABEL
	   MOVE ZERO TO FPRX-FROM-DATE FPRX-TO-DATE FPRX-MONTH
			FPRX-YEAR FPRX-TGT-PER FPRX-TGT-QTR
			FPRX-PER-COUNT
	   IF FPRX-PARM = SPACES OR FPRX-PARM = LOW-VALUES
	       MOVE SPACES TO FPRX-PARM
	       MOVE FPRX-DEFAULT-MONTH TO FPRX-PARM-MONTH
	   END-IF
	   INSPECT FPRX-PARM CONVERTING 'qtdy' TO 'QTDY'
	   EVALUATE TRUE
	   WHEN FPRX-PARM-MONTH NUMERIC AND FPRX-PARM-REST = SPACES
	       SET FPRX-CAL-MONTH TO TRUE
	   WHEN FPRX-PARM-YEAR NOT NUMERIC OR FPRX-PARM-SEP1 NOT = '-'
	       CONTINUE
	   WHEN FPRX-PARM-PER NUMERIC AND FPRX-PARM-TAIL = SPACES
	       SET FPRX-FISC-PERIOD TO TRUE
	   WHEN FPRX-PARM-PER(1:1) = 'Q' AND FPRX-PARM-PER(2:1) NUMERIC
		AND FPRX-PARM-TAIL = SPACES
	       SET FPRX-FISC-QUARTER TO TRUE
	   WHEN FPRX-PARM-PER NUMERIC AND FPRX-PARM-SEP2 = '-'
		AND FPRX-PARM-SFX = 'QTD' AND FPRX-PARM-END = SPACE
	       SET FPRX-FISC-QTD TO TRUE
	   WHEN FPRX-PARM-PER NUMERIC AND FPRX-PARM-SEP2 = '-'
		AND FPRX-PARM-SFX = 'YTD' AND FPRX-PARM-END = SPACE
	       SET FPRX-FISC-YTD TO TRUE
	   END-EVALUATE
	   IF FPRX-KIND = SPACE
	       MOVE
		   'PERIOD IS YYYYMM, YYYY-PP, YYYY-QN, YYYY-PP-QTD/YTD'
		   TO FPRX-ERROR
	   END-IF
	   IF FPRX-CAL-MONTH
	       MOVE FPRX-PARM-MONTH TO FPRX-MONTH
	       IF FPRX-MONTH-MM < 1 OR FPRX-MONTH-MM > 12
		   MOVE 'CALENDAR MONTH MUST BE 01-12' TO FPRX-ERROR
	       ELSE
		   COMPUTE FPRX-FROM-DATE = FPRX-MONTH * 100 + 1
		   COMPUTE FPRX-TO-DATE = FPRX-MONTH * 100 + 31
		   STRING 'MONTH ' FPRX-PARM-MONTH
		       DELIMITED BY SIZE INTO FPRX-LABEL
		   MOVE 'Y' TO FPRX-VALID
	       END-IF
	   END-IF
	   IF FPRX-FISCAL
	       MOVE FPRX-PARM-YEAR TO FPRX-YEAR
	       IF FPRX-FISC-QUARTER
		   MOVE FPRX-PARM-PER(2:1) TO FPRX-TGT-QTR
		   IF FPRX-TGT-QTR < 1 OR FPRX-TGT-QTR > 4
		       MOVE 'FISCAL QUARTER MUST BE Q1-Q4' TO FPRX-ERROR
		       MOVE SPACE TO FPRX-KIND
		   END-IF
	       ELSE
		   MOVE FPRX-PARM-PER TO FPRX-TGT-PER
		   IF FPRX-TGT-PER < 1 OR FPRX-TGT-PER > FPRX-MAX-PER
		       MOVE 'FISCAL PERIOD MUST BE 01-13' TO FPRX-ERROR
		       MOVE SPACE TO FPRX-KIND
		   END-IF
	       END-IF
	   END-IF
      *    Quarter to date needs the quarter the closing period sits in.
	   IF FPRX-FISC-QTD
	       MOVE FPRX-YEAR TO FPRX-PROBE-YEAR
	       MOVE FPRX-TGT-PER TO FPRX-PROBE-PERIOD
	       PERFORM 976-READ-FPER THRU 976-EXIT
	       IF FPRX-FOUND = 'Y'
		   MOVE FPRX-P-QTR TO FPRX-TGT-QTR
	       ELSE
		   STRING 'FISCAL PERIOD ' FPRX-PARM(1:7)
		       ' IS NOT ON FPER0001' DELIMITED BY SIZE
		       INTO FPRX-ERROR
		   MOVE SPACE TO FPRX-KIND
	       END-IF
	   END-IF
	   IF FPRX-FISCAL
	       PERFORM VARYING FPRX-IX FROM 1 BY 1
		       UNTIL FPRX-IX > FPRX-MAX-PER
		   MOVE FPRX-YEAR TO FPRX-PROBE-YEAR
		   MOVE FPRX-IX TO FPRX-PROBE-PERIOD
		   PERFORM 976-READ-FPER THRU 976-EXIT
		   MOVE 'N' TO FPRX-TAKE
		   IF FPRX-FOUND = 'Y'
		       EVALUATE TRUE
		       WHEN FPRX-FISC-PERIOD
			   IF FPRX-IX = FPRX-TGT-PER
			       MOVE 'Y' TO FPRX-TAKE
			   END-IF
		       WHEN FPRX-FISC-QUARTER
			   IF FPRX-P-QTR = FPRX-TGT-QTR
			       MOVE 'Y' TO FPRX-TAKE
			   END-IF
		       WHEN FPRX-FISC-QTD
			   IF FPRX-P-QTR = FPRX-TGT-QTR
			       AND FPRX-IX NOT > FPRX-TGT-PER
			       MOVE 'Y' TO FPRX-TAKE
			   END-IF
		       WHEN FPRX-FISC-YTD
			   IF FPRX-IX NOT > FPRX-TGT-PER
			       MOVE 'Y' TO FPRX-TAKE
			   END-IF
		       END-EVALUATE
		   END-IF
		   IF FPRX-TAKE = 'Y'
		       ADD 1 TO FPRX-PER-COUNT
		       IF FPRX-FROM-DATE = ZERO
			   OR FPRX-P-START < FPRX-FROM-DATE
			   MOVE FPRX-P-START TO FPRX-FROM-DATE
		       END-IF
		       IF FPRX-P-END > FPRX-TO-DATE
			   MOVE FPRX-P-END TO FPRX-TO-DATE
		       END-IF
		   END-IF
	       END-PERFORM
	       IF FPRX-PER-COUNT = ZERO
		   STRING 'NO FPER0001 PERIODS FOR FISCAL '
		       DELIMITED BY SIZE
		       FPRX-PARM DELIMITED BY SPACE
		       INTO FPRX-ERROR
	       ELSE
		   STRING 'FISCAL ' DELIMITED BY SIZE
		       FPRX-PARM DELIMITED BY SPACE
		       ' (' FPRX-FROM-DATE '-' FPRX-TO-DATE ')'
		       DELIMITED BY SIZE INTO FPRX-LABEL
		   MOVE 'Y' TO FPRX-VALID
	       END-IF
	   END-IF
