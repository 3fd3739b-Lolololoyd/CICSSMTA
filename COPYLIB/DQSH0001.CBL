      * NAMEFILE data-quality history record - file 'dqsh0001'
      * NAMDQS01 lands one of these per region per weekly run, plus
      * an all-regions row under region '**', keyed on the run date
      * and region - contacts scored, how many passed every rule,
      * the score total (average = total / contacts) and the failure
      * count for each of the six rules in the order the report
      * prints them: no phone, no notify address, no contact name,
      * postal code not active on pstl0001, implausible phone, and
      * incomplete routing target. The quarter-over-quarter trend is
      * read straight back off this file. Rerunning a date rewrites
      * its records in place, the caph0001 convention.
      *
	   05  DQSH-KEY.
	       10  DQSH-RUN-DATE		 PIC 9(08).
	       10  DQSH-REGION			 PIC X(02).
	   05  DQSH-CONTACTS			 PIC 9(06).
	   05  DQSH-CLEAN			 PIC 9(06).
	   05  DQSH-SCORE-TOTAL			 PIC 9(08).
	   05  DQSH-RULE-FAIL		 OCCURS 6 TIMES PIC 9(06).
	   05  FILLER				 PIC X(14).
